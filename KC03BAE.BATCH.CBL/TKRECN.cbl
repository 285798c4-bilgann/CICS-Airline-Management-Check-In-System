       IDENTIFICATION DIVISION.
       PROGRAM-ID. TKRECN.

      * =======================================================
      *   NIGHTLY TICKET / BOOKING RECONCILIATION
      * =======================================================
      *   BOOK writes PR-TKT-NUMBER and the TKTREG row together
      *   and CKIN marks the ticket on a cancel, but nothing
      *   checked that the two files still agree - revenue
      *   accounting found the breaks one customer complaint at
      *   a time. Every break found goes to the exception
      *   report; nothing is corrected here:
      *     - a confirmed PNR with no ticket number, or one the
      *       register does not know (missing, another PNR's,
      *       or no longer open);
      *     - an open (I) ticket whose PNR is cancelled or a
      *       no-show, or whose PNR has since been reissued a
      *       different ticket;
      *     - an open ticket on a cancelled or no-show PNR that
      *       PGARC archived tonight (PNRARCH);
      *     - a ticket whose TK-TAX is not the PNRTAX total for
      *       the booking, or whose fare part (TK-AMT less tax)
      *       is not PR-FARE-AMT. Fees are not on the ticket -
      *       each is its own EMDREG document;
      *     - a booking paid wholly in miles or by voucher that
      *       still issued a ticket carrying money.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT TKT-FILE ASSIGN TO TKTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-NUMBER
               FILE STATUS IS WS-TKT-STATUS.

           SELECT TAX-FILE ASSIGN TO PNRTAX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT RECON-RPT ASSIGN TO TKRNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

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

       FD  TAX-FILE.
       01  WS-PNRTAX-REC.
           05 TP-KEY.
               10 TP-PNR            PIC X(6).
               10 TP-STN            PIC X(3).
               10 TP-CODE           PIC X(4).
           05 TP-AUTH               PIC X(12).
           05 TP-AMT                PIC 9(5)V99.
           05 TP-DATE               PIC X(8).

      *   Tonight's PGARC archive - the same 892-byte PNR layout.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  WS-ARC-REC.
           05 AR-PNR                PIC X(6).
           05 AR-STATUS             PIC X.
               88 AR-ST-CANCELLED   VALUE 'X'.
               88 AR-ST-NOSHOW      VALUE 'N'.
           05 FILLER                PIC X(768).
           05 AR-TKT-NUMBER         PIC X(13).
           05 FILLER                PIC X(104).

       FD  RECON-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE                PIC X(80).

      *   Run-control record - the job checks and stamps it so a
      *   duplicate same-day run is refused and a missed window
      *   shows up on the RUNCHK morning report.
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

       01 WS-PNR-STATUS               PIC X(2) VALUE SPACES.
           88 WS-PNR-OK               VALUE '00'.
           88 WS-PNR-EOF              VALUE '10'.

       01 WS-TKT-STATUS               PIC X(2) VALUE SPACES.
           88 WS-TKT-OK               VALUE '00'.
           88 WS-TKT-EOF              VALUE '10'.

       01 WS-TAX-STATUS               PIC X(2) VALUE SPACES.
           88 WS-TAX-OK               VALUE '00'.
           88 WS-TAX-EOF              VALUE '10'.

       01 WS-ARC-STATUS               PIC X(2) VALUE SPACES.
           88 WS-ARC-OK               VALUE '00'.
           88 WS-ARC-EOF              VALUE '10'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-PNR-EOF-SW               PIC X VALUE 'N'.
           88 WS-PNR-DONE             VALUE 'Y'.
       01 WS-TKT-EOF-SW               PIC X VALUE 'N'.
           88 WS-TKT-DONE             VALUE 'Y'.
       01 WS-TAX-EOF-SW               PIC X VALUE 'N'.
           88 WS-TAX-DONE             VALUE 'Y'.
       01 WS-ARC-EOF-SW               PIC X VALUE 'N'.
           88 WS-ARC-DONE             VALUE 'Y'.

       01 WS-PNR-TAX-TOTAL            PIC 9(7)V99 VALUE 0.
       01 WS-TKT-FARE-PART            PIC S9(7)V99 VALUE 0.
       01 WS-PNR-FARE-PART            PIC 9(7)V99 VALUE 0.

       01 WS-AMT-EDIT-1               PIC ZZZZZZ9.99-.
       01 WS-AMT-EDIT-2               PIC ZZZZZZ9.99.

       01 WS-BOOKINGS-CHECKED         PIC 9(7) VALUE 0.
       01 WS-TICKETS-CHECKED          PIC 9(7) VALUE 0.
       01 WS-ARCHIVED-CHECKED         PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(40)
               VALUE 'TICKET / BOOKING RECONCILIATION - RUN  '.
           05 HD-DATE                 PIC X(8).

       01 WS-RPT-DETAIL.
           05 FILLER                    PIC X(4) VALUE 'PNR '.
           05 RD-PNR                    PIC X(6).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 RD-TKT                    PIC X(13).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 RD-TEXT                   PIC X(55).

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-CHECK-BOOKINGS UNTIL WS-PNR-DONE
           PERFORM 3000-START-TICKET-PASS
           PERFORM 3100-CHECK-TICKETS UNTIL WS-TKT-DONE
           PERFORM 4000-CHECK-ARCHIVED UNTIL WS-ARC-DONE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           PERFORM 1050-CHECK-RUN-CONTROL

           OPEN INPUT PNR-FILE
           OPEN INPUT TKT-FILE
           OPEN INPUT TAX-FILE
           OPEN OUTPUT RECON-RPT

      *    No archive tonight (PGARC not run, or nothing purged)
      *    just means there is nothing to check on it.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARC-OK
               PERFORM 8400-READ-ARCHIVE
           ELSE
               MOVE 'Y' TO WS-ARC-EOF-SW
           END-IF

           MOVE WS-RC-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8100-READ-PNR.

      * =======================================================
      *   EVERY CONFIRMED BOOKING MUST HOLD A GOOD TICKET
      * =======================================================
      *    Positioning crew (CRWDHD) and staff cleared off standby
      *    (GTCLSE) travel without a ticket.
       2000-CHECK-BOOKINGS.
           IF PR-ST-CONFIRMED
              AND NOT PR-GRP-NONREV
               ADD 1 TO WS-BOOKINGS-CHECKED
               PERFORM 2100-CHECK-BOOKING-TICKET
           END-IF

           PERFORM 8100-READ-PNR.

       2100-CHECK-BOOKING-TICKET.
           MOVE PR-PNR TO RD-PNR
           MOVE PR-TKT-NUMBER TO RD-TKT

           IF PR-TKT-NUMBER = SPACES OR PR-TKT-NUMBER = LOW-VALUES
               MOVE SPACES TO RD-TKT
               MOVE 'CONFIRMED BUT NO TICKET NUMBER' TO RD-TEXT
               PERFORM 7000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE PR-TKT-NUMBER TO TK-NUMBER
           READ TKT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT WS-TKT-OK
               MOVE 'CONFIRMED - TICKET NOT ON TKTREG' TO RD-TEXT
               PERFORM 7000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF TK-PNR NOT = PR-PNR
               MOVE SPACES TO RD-TEXT
               STRING 'CONFIRMED - TICKET REGISTERED TO PNR '
                      TK-PNR
                   DELIMITED BY SIZE INTO RD-TEXT
               END-STRING
               PERFORM 7000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF NOT TK-ISSUED
               MOVE SPACES TO RD-TEXT
               STRING 'CONFIRMED - TICKET NOT OPEN, TYPE '
                      TK-TYPE
                   DELIMITED BY SIZE INTO RD-TEXT
               END-STRING
               PERFORM 7000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-CHECK-TICKET-AMOUNTS
           PERFORM 2300-CHECK-MONEY-TICKET.

      * =======================================================
      *   TICKET MONEY AGAINST THE BOOKING AND ITS PNRTAX ROWS
      * =======================================================
       2200-CHECK-TICKET-AMOUNTS.
           PERFORM 2250-TOTAL-PNR-TAXES

           IF TK-TAX NOT = WS-PNR-TAX-TOTAL
               MOVE TK-TAX TO WS-AMT-EDIT-1
               MOVE WS-PNR-TAX-TOTAL TO WS-AMT-EDIT-2
               MOVE SPACES TO RD-TEXT
               STRING 'TICKET TAX ' WS-AMT-EDIT-1
                      ' PNRTAX ' WS-AMT-EDIT-2
                   DELIMITED BY SIZE INTO RD-TEXT
               END-STRING
               PERFORM 7000-WRITE-EXCEPTION
           END-IF

           COMPUTE WS-TKT-FARE-PART = TK-AMT - TK-TAX
           MOVE PR-FARE-AMT TO WS-PNR-FARE-PART

           IF WS-TKT-FARE-PART NOT = WS-PNR-FARE-PART
               MOVE WS-TKT-FARE-PART TO WS-AMT-EDIT-1
               MOVE WS-PNR-FARE-PART TO WS-AMT-EDIT-2
               MOVE SPACES TO RD-TEXT
               STRING 'TICKET FARE ' WS-AMT-EDIT-1
                      ' PNR FARE ' WS-AMT-EDIT-2
                   DELIMITED BY SIZE INTO RD-TEXT
               END-STRING
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       2250-TOTAL-PNR-TAXES.
           MOVE 0 TO WS-PNR-TAX-TOTAL
           MOVE 'N' TO WS-TAX-EOF-SW

           MOVE PR-PNR TO TP-PNR
           MOVE LOW-VALUES TO TP-STN
           MOVE LOW-VALUES TO TP-CODE
           START TAX-FILE KEY >= TP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TAX-EOF-SW
           END-START

           IF NOT WS-TAX-DONE
               PERFORM 8300-READ-TAX
           END-IF

           PERFORM 2260-ADD-PNR-TAX
               UNTIL WS-TAX-DONE OR TP-PNR NOT = PR-PNR.

       2260-ADD-PNR-TAX.
           ADD TP-AMT TO WS-PNR-TAX-TOTAL
           PERFORM 8300-READ-TAX.

      *    A miles redemption takes no money at all, and a voucher
      *    that covered the whole price is marked VCHR - either
      *    way the ticket should not be carrying a cash value.
       2300-CHECK-MONEY-TICKET.
           IF (PR-PAY-METHOD = 'M'
              OR (PR-PAY-METHOD = 'V' AND PR-PAY-REF = 'VCHR'))
              AND TK-AMT > ZERO
               MOVE TK-AMT TO WS-AMT-EDIT-2
               MOVE SPACES TO RD-TEXT
               IF PR-PAY-METHOD = 'M'
                   STRING 'MILES-PAID BOOKING, MONEY TICKET '
                          WS-AMT-EDIT-2
                       DELIMITED BY SIZE INTO RD-TEXT
                   END-STRING
               ELSE
                   STRING 'VOUCHER-PAID BOOKING, MONEY TICKET '
                          WS-AMT-EDIT-2
                       DELIMITED BY SIZE INTO RD-TEXT
                   END-STRING
               END-IF
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

      * =======================================================
      *   EVERY OPEN TICKET MUST BELONG TO A LIVE BOOKING
      * =======================================================
      *    A PNR that is no longer on PNRDATA has gone to the
      *    archive; the archive pass below looks at the ones that
      *    went tonight.
       3000-START-TICKET-PASS.
           MOVE LOW-VALUES TO TK-NUMBER
           START TKT-FILE KEY >= TK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-TKT-EOF-SW
           END-START

           IF NOT WS-TKT-DONE
               PERFORM 8200-READ-TKT
           END-IF.

       3100-CHECK-TICKETS.
           IF TK-ISSUED
               ADD 1 TO WS-TICKETS-CHECKED
               PERFORM 3200-CHECK-TICKET-BOOKING
           END-IF

           PERFORM 8200-READ-TKT.

       3200-CHECK-TICKET-BOOKING.
           MOVE TK-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT WS-PNR-OK
               EXIT PARAGRAPH
           END-IF

           MOVE TK-PNR TO RD-PNR
           MOVE TK-NUMBER TO RD-TKT

           IF PR-ST-CANCELLED
               MOVE 'TICKET OPEN - PNR CANCELLED' TO RD-TEXT
               PERFORM 7000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF PR-ST-NOSHOW
               MOVE 'TICKET OPEN - PNR NO-SHOW' TO RD-TEXT
               PERFORM 7000-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF PR-TKT-NUMBER NOT = TK-NUMBER
               MOVE SPACES TO RD-TEXT
               STRING 'TICKET OPEN - PNR NOW HOLDS '
                      PR-TKT-NUMBER
                   DELIMITED BY SIZE INTO RD-TEXT
               END-STRING
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

      * =======================================================
      *   CANCELLED AND NO-SHOW PNRS ARCHIVED TONIGHT
      * =======================================================
       4000-CHECK-ARCHIVED.
           IF (AR-ST-CANCELLED OR AR-ST-NOSHOW)
              AND AR-TKT-NUMBER NOT = SPACES
              AND AR-TKT-NUMBER NOT = LOW-VALUES
               ADD 1 TO WS-ARCHIVED-CHECKED
               MOVE AR-TKT-NUMBER TO TK-NUMBER
               READ TKT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TKT-OK AND TK-ISSUED
                   MOVE AR-PNR TO RD-PNR
                   MOVE AR-TKT-NUMBER TO RD-TKT
                   IF AR-ST-CANCELLED
                       MOVE 'TICKET OPEN - CANCELLED PNR ARCHIVED'
                           TO RD-TEXT
                   ELSE
                       MOVE 'TICKET OPEN - NO-SHOW PNR ARCHIVED'
                           TO RD-TEXT
                   END-IF
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-IF

           PERFORM 8400-READ-ARCHIVE.

       7000-WRITE-EXCEPTION.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RPT-DETAIL TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           CLOSE PNR-FILE
           CLOSE TKT-FILE
           CLOSE TAX-FILE
           CLOSE ARCHIVE-FILE
           CLOSE RECON-RPT
           DISPLAY 'TKRECN BOOKINGS CHECKED: ' WS-BOOKINGS-CHECKED
           DISPLAY 'TKRECN TICKETS CHECKED:  ' WS-TICKETS-CHECKED
           DISPLAY 'TKRECN ARCHIVED CHECKED: ' WS-ARCHIVED-CHECKED
           DISPLAY 'TKRECN EXCEPTIONS FOUND: ' WS-EXCEPTION-COUNT.

       8100-READ-PNR.
           READ PNR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PNR-EOF-SW
           END-READ.

       8200-READ-TKT.
           READ TKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TKT-EOF-SW
           END-READ.

       8300-READ-TAX.
           READ TAX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-SW
           END-READ.

       8400-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARC-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - REFUSE A DUPLICATE SAME-DAY RUN
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
           MOVE 'TKRECN  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
               IF RC-LAST-DATE = WS-RC-DATE
                   DISPLAY 'TKRECN ALREADY RAN TODAY - RUN REFUSED'
                   CLOSE RUNCTL-FILE
                   STOP RUN
               END-IF
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           MOVE 'TKRECN  ' TO RC-JOB
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
