       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHINB.

      * =======================================================
      *   CODESHARE PARTNER INBOUND RESERVATIONS
      * =======================================================
      *   Partners selling seats on our flights under their own
      *   flight numbers send their bookings and cancellations
      *   down one feed, CSHIN - one message per booking leg,
      *   keyed by the partner's carrier code and its own record
      *   locator. A sale is checked and sold exactly as BOKSV
      *   sells one leg: the flight must be on FLSRFIL, not
      *   cancelled, serve the city pair, and have the heads in
      *   both WR-SEATS and the class bucket on CLSINV. It is
      *   written as a confirmed PNR with its PNRXREF, PNRXTND
      *   and AUDTFIL trail, PR-MKTG-FLT carrying the partner's
      *   flight number. A cancellation credits the seats back
      *   the way HOLDEX does - oversold count first, then the
      *   pool and the bucket.
      *
      *   CSHXREF ties the partner locator to our PNR. It is how
      *   a cancellation finds the booking, and a sale the
      *   partner resends is acknowledged again with the PNR
      *   already made rather than sold twice. Every message gets
      *   one CSHACK record back: A accepted with our PNR, or R
      *   rejected with the reason.
      *
      *   The feed is drained as often as it fills, so there is
      *   no same-day refusal - the RUNCTL stamp just shows when
      *   it last ran.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSH-IN ASSIGN TO CSHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT ACK-OUT ASSIGN TO CSHACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CSX-FILE ASSIGN TO CSHXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-CSX-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT XREF-FILE ASSIGN TO PNRXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XRF-STATUS.

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

           SELECT CLS-FILE ASSIGN TO CLSINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLS-STATUS.

           SELECT OVB-FILE ASSIGN TO OVBAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-KEY
               FILE STATUS IS WS-OVB-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT CSH-RPT ASSIGN TO CSHIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   One partner message - N sells the leg, X cancels the
      *   booking the partner locator was sold under. A cancel
      *   needs only the partner and locator filled in.
       FD  CSH-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-ACTION               PIC X(1).
               88 IN-ACT-SELL         VALUE 'N'.
               88 IN-ACT-CANCEL       VALUE 'X'.
           05 IN-PARTNER              PIC X(2).
           05 IN-PARTNER-LOC          PIC X(6).
           05 IN-MKTG-FLT             PIC X(6).
           05 IN-FLTNUM               PIC X(5).
           05 IN-DATE                 PIC X(8).
           05 IN-CLASS                PIC X(1).
               88 IN-CLASS-VALID      VALUE 'F' 'B' 'Y'.
           05 IN-ORIG                 PIC X(3).
           05 IN-DEST                 PIC X(3).
           05 IN-LAST-NAME            PIC X(16).
           05 IN-NUMP                 PIC 9(2).
           05 IN-PSGR-NAME            PIC X(18) OCCURS 9 TIMES.

      *   Acknowledgement back to the partner, one per message.
       FD  ACK-OUT
           RECORDING MODE IS F.
       01  WS-ACK-REC.
           05 AK-PARTNER              PIC X(2).
           05 AK-PARTNER-LOC          PIC X(6).
           05 AK-ACTION               PIC X(1).
           05 AK-RESULT               PIC X(1).
               88 AK-ACCEPTED         VALUE 'A'.
               88 AK-REJECTED         VALUE 'R'.
           05 AK-PNR                  PIC X(6).
           05 AK-REASON               PIC X(30).

      *   Partner locator to our PNR.
       FD  CSX-FILE.
       01  WS-CSX-REC.
           05 CX-KEY.
               10 CX-PARTNER          PIC X(2).
               10 CX-PARTNER-LOC      PIC X(6).
           05 CX-PNR                  PIC X(6).
           05 CX-FLTNUM               PIC X(5).
           05 CX-DATE                 PIC X(8).
           05 CX-STATUS               PIC X(1).
               88 CX-ST-ACTIVE        VALUE 'A'.
               88 CX-ST-CANCELLED     VALUE 'X'.
           05 CX-LAST-DATE            PIC X(8).

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

       FD  XREF-FILE.
       01  WS-XREF-REC.
           05 XR-KEY.
               10 XR-FLT             PIC X(6).
               10 XR-DATE            PIC X(8).
               10 XR-PNR             PIC X(6).

      *   PNR extension - the class the leg was sold in is what
      *   every cancel path reads to credit the right bucket.
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
           05 FILLER                PIC X(131).

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

       FD  CLS-FILE.
       01  WS-CLSINV-REC.
           05 CL-KEY.
               10 CL-FLTNUM         PIC X(5).
               10 CL-DATE           PIC X(8).
               10 CL-CLASS          PIC X(1).
           05 CL-SEATS              PIC 9(3).

      *   Overbooking settlement - freed seats pay the oversold
      *   count down before the pool gets any back.
       FD  OVB-FILE.
       01  WS-OVB-REC.
           05 OV-KEY.
               10 OV-FLTNUM         PIC X(5).
               10 OV-DATE           PIC X(8).
           05 OV-EXTRA-SEATS        PIC 9(3).
           05 OV-SOLD               PIC 9(3).

      * PNR status audit record (append-only log of every change)
       FD  AUDIT-FILE.
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

      *   Audit trail control row - the number and check value of
      *   the last AUDTFIL entry written, online or batch.
       FD  AUDCTL-FILE.
       01  WS-AUDCTL-REC.
           05 AD-KEY                PIC X(8).
           05 AD-LAST-SEQ           PIC 9(9).
           05 AD-LAST-CHECK         PIC 9(9).
           05 AD-UPD-DATE           PIC X(8).
           05 AD-UPD-TIME           PIC X(6).

       FD  CSH-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

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

       WORKING-STORAGE SECTION.

       01 WS-ADC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ADC-OK              VALUE '00'.
       01 WS-ADC-FOUND               PIC X VALUE 'N'.
       01 WS-SEAL-YYMMDD             PIC 9(6) VALUE 0.
       01 WS-SEAL-CLOCK              PIC 9(8) VALUE 0.

      * Parameter area for the shared AUDSEAL check routine.
       01 WS-AUDSEAL-PARM.
           05 AH-PREV-CHECK           PIC 9(9).
           05 AH-RECORD               PIC X(52).
           05 AH-CHECK                PIC 9(9).

       01 WS-IN-STATUS               PIC X(2) VALUE SPACES.
       01 WS-ACK-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-CSX-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CSX-OK              VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
           88 WS-PNR-NOTFND          VALUE '23'.

       01 WS-JRNL-STATUS             PIC X(2) VALUE SPACES.
       01 WS-JRNL-ACTION             PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD             PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK              PIC X(8) VALUE SPACES.
       01 WS-XRF-STATUS              PIC X(2) VALUE SPACES.
       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
           88 WS-XTND-OK             VALUE '00'.
       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-CLS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CLS-OK              VALUE '00'.
       01 WS-OVB-STATUS              PIC X(2) VALUE SPACES.
           88 WS-OVB-OK              VALUE '00'.
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
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(6).
       01 WS-TODAY-TIME.
           05 WS-TODAY-HH             PIC 9(2).
           05 WS-TODAY-MN             PIC 9(2).
           05 WS-TODAY-SS             PIC 9(2).
           05 WS-TODAY-CC             PIC 9(2).
       01 WS-TODAY-TIME-NUM REDEFINES WS-TODAY-TIME PIC 9(8).

      * PNR number generation - BOOK's base-36 scheme, seeded
      * off the run clock and the message count instead of
      * ASKTIME.
       01 WS-PNR-RETRY               PIC 9(3) VALUE 0.
       01 WS-PNR-FREE                PIC X VALUE 'N'.
       01 WS-PNR-CHARS               PIC X(36)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WS-PNR-CHAR-TAB REDEFINES WS-PNR-CHARS.
           05 WS-PNR-CHAR            OCCURS 36 TIMES PIC X.
       01 WS-PNR-SEED                PIC 9(15) COMP-3 VALUE 0.
       01 WS-PNR-CHAR-IX             PIC 9(2) VALUE 0.
       01 WS-PNR-POS                 PIC 9 VALUE 0.
       01 WS-NEW-PNR                 PIC X(6) VALUE SPACES.

       01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01 WS-SEATS-NUM               PIC 9(3) VALUE 0.
       01 WS-OVB-LEFT                PIC 9(3) VALUE 0.
       01 WS-OLD-CLASS               PIC X VALUE 'Y'.
       01 WS-AUDIT-OLD-STATUS        PIC X VALUE SPACE.
       01 WS-NAME-IX                 PIC 9(2) VALUE 0.
       01 WS-NAMES-OK                PIC X VALUE 'Y'.
       01 WS-CSX-FOUND               PIC X VALUE 'N'.

       01 WS-MSG-COUNT               PIC 9(5) VALUE 0.
       01 WS-SOLD-COUNT              PIC 9(5) VALUE 0.
       01 WS-CANCEL-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT            PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(40)
               VALUE 'CODESHARE PARTNER INBOUND REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-ACTION               PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PARTNER              PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PARTNER-LOC          PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FLTNUM               PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(7) VALUE 'SOLD: '.
           05 TL-SOLD                 PIC ZZZZ9.
           05 FILLER                  PIC X(14)
               VALUE '  CANCELLED: '.
           05 TL-CANCELLED            PIC ZZZZ9.
           05 FILLER                  PIC X(13)
               VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-MESSAGE UNTIL WS-EOF
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

           OPEN INPUT CSH-IN
           OPEN OUTPUT ACK-OUT
           OPEN I-O CSX-FILE
           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN I-O XREF-FILE
           OPEN I-O XTND-FILE
           OPEN I-O FLSR-FILE
           OPEN I-O CLS-FILE
           OPEN I-O OVB-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN I-O AUDCTL-FILE
           OPEN OUTPUT CSH-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-MESSAGE.

       2000-PROCESS-MESSAGE.
           ADD 1 TO WS-MSG-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-ACTION TO DT-ACTION
           MOVE IN-PARTNER TO DT-PARTNER
           MOVE IN-PARTNER-LOC TO DT-PARTNER-LOC
           MOVE IN-FLTNUM TO DT-FLTNUM
           MOVE IN-DATE TO DT-DATE

           MOVE SPACES TO WS-ACK-REC
           MOVE IN-PARTNER TO AK-PARTNER
           MOVE IN-PARTNER-LOC TO AK-PARTNER-LOC
           MOVE IN-ACTION TO AK-ACTION
           MOVE SPACES TO WS-REJECT-REASON

           IF IN-PARTNER = SPACES OR IN-PARTNER-LOC = SPACES
               MOVE 'PARTNER LOCATOR MISSING' TO WS-REJECT-REASON
           ELSE
               IF IN-ACT-SELL
                   PERFORM 3000-SELL-PARTNER-BOOKING
               ELSE
                   IF IN-ACT-CANCEL
                       PERFORM 5000-CANCEL-PARTNER-BOOKING
                   ELSE
                       MOVE 'UNKNOWN MESSAGE ACTION'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO AK-RESULT
               MOVE WS-REJECT-REASON TO AK-REASON
               MOVE WS-REJECT-REASON TO DT-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'A' TO AK-RESULT
           END-IF
           MOVE AK-PNR TO DT-PNR

           WRITE WS-ACK-REC
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 8000-READ-MESSAGE.

      * =======================================================
      *   SELL ONE PARTNER LEG
      * =======================================================
      *    A locator already sold is the partner resending - it
      *    gets the same PNR back and nothing is sold again.
       3000-SELL-PARTNER-BOOKING.
           PERFORM 3900-READ-PARTNER-XREF
           IF WS-CSX-FOUND = 'Y'
               IF CX-ST-ACTIVE
                   MOVE CX-PNR TO AK-PNR
                   MOVE 'ALREADY SOLD' TO AK-REASON
                   MOVE 'DUPLICATE - ALREADY SOLD' TO DT-RESULT
               ELSE
                   MOVE 'LOCATOR ALREADY CANCELLED'
                       TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-VALIDATE-SALE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-CHECK-LEG-AVAILABILITY
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 3300-GENERATE-PNR
           IF WS-NEW-PNR = SPACES
               MOVE 'NO PNR NUMBER AVAILABLE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 3400-BUILD-PNR-RECORD
           WRITE WS-PNR-REC
               INVALID KEY
                   MOVE 'UNABLE TO SAVE BOOKING'
                       TO WS-REJECT-REASON
           END-WRITE
           IF WS-PNR-OK
               MOVE 'A' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 3500-SELL-LEG-SEATS
           MOVE SPACE TO WS-AUDIT-OLD-STATUS
           PERFORM 7000-WRITE-AUDIT-RECORD
           PERFORM 3600-WRITE-FLIGHT-XREF
           PERFORM 3700-WRITE-PNR-EXTENSION
           PERFORM 3800-WRITE-PARTNER-XREF

           MOVE WS-NEW-PNR TO AK-PNR
           MOVE 'SOLD' TO DT-RESULT
           ADD 1 TO WS-SOLD-COUNT.

       3100-VALIDATE-SALE.
           IF IN-FLTNUM = SPACES
              OR IN-DATE NOT NUMERIC
              OR IN-ORIG = SPACES
              OR IN-DEST = SPACES
              OR NOT IN-CLASS-VALID
              OR IN-LAST-NAME = SPACES
               MOVE 'INCOMPLETE SALE MESSAGE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF IN-NUMP NOT NUMERIC
              OR IN-NUMP < 1
              OR IN-NUMP > 9
               MOVE 'PASSENGER COUNT NOT 1-9' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-NAMES-OK
           PERFORM 3110-CHECK-ONE-NAME
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > IN-NUMP
           IF WS-NAMES-OK = 'N'
               MOVE 'PASSENGER NAME MISSING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF IN-DATE < WS-CURR-DATE
               MOVE 'FLIGHT DATE IN THE PAST' TO WS-REJECT-REASON
           END-IF.

       3110-CHECK-ONE-NAME.
           IF IN-PSGR-NAME(WS-NAME-IX) = SPACES
               MOVE 'N' TO WS-NAMES-OK
           END-IF.

      *    The same tests BOKSV puts a leg through before it
      *    sells it.
       3200-CHECK-LEG-AVAILABILITY.
           MOVE IN-FLTNUM TO WR-FLTNUM
           MOVE IN-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FLSR-OK OR WR-ST-CANCELLED
               MOVE 'FLIGHT NOT AVAILABLE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WR-ORIG NOT = IN-ORIG OR WR-DEST NOT = IN-DEST
               MOVE 'FLIGHT DOES NOT SERVE THE ROUTE'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WR-SEATS NUMERIC
               MOVE WR-SEATS TO WS-SEATS-NUM
           ELSE
               MOVE 0 TO WS-SEATS-NUM
           END-IF
           IF WS-SEATS-NUM < IN-NUMP
               MOVE 'FLIGHT FULL' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE IN-FLTNUM TO CL-FLTNUM
           MOVE IN-DATE TO CL-DATE
           MOVE IN-CLASS TO CL-CLASS
           READ CLS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLS-OK AND CL-SEATS < IN-NUMP
               MOVE 'CLASS CLOSED OR FULL' TO WS-REJECT-REASON
           END-IF.

      * =======================================================
      *   ALLOCATE A PNR NUMBER NOT ALREADY ON PNRDATA
      * =======================================================
       3300-GENERATE-PNR.
           MOVE SPACES TO WS-NEW-PNR
           MOVE 0 TO WS-PNR-RETRY
           MOVE 'N' TO WS-PNR-FREE
           PERFORM 3310-TRY-PNR-NUMBER
               UNTIL WS-PNR-FREE = 'Y' OR WS-PNR-RETRY > 99
           IF WS-PNR-FREE NOT = 'Y'
               MOVE SPACES TO WS-NEW-PNR
           END-IF.

       3310-TRY-PNR-NUMBER.
           ACCEPT WS-TODAY-TIME FROM TIME
           COMPUTE WS-PNR-SEED = WS-TODAY-NUM * 100000000
               + WS-TODAY-TIME-NUM
               + WS-MSG-COUNT * 7919
               + WS-PNR-RETRY
           PERFORM 3320-NEXT-PNR-CHAR
               VARYING WS-PNR-POS FROM 1 BY 1
               UNTIL WS-PNR-POS > 6

           MOVE WS-NEW-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PNR-NOTFND
               MOVE 'Y' TO WS-PNR-FREE
           ELSE
               ADD 1 TO WS-PNR-RETRY
           END-IF.

       3320-NEXT-PNR-CHAR.
           DIVIDE WS-PNR-SEED BY 36 GIVING WS-PNR-SEED
               REMAINDER WS-PNR-CHAR-IX
           ADD 1 TO WS-PNR-CHAR-IX
           MOVE WS-PNR-CHAR(WS-PNR-CHAR-IX)
               TO WS-NEW-PNR(WS-PNR-POS:1).

      *    A partner booking is paid for on the partner's own
      *    ticket - it carries no fare here and settles through
      *    interline, not the till.
       3400-BUILD-PNR-RECORD.
           MOVE SPACES TO WS-PNR-REC
           MOVE WS-NEW-PNR TO PR-PNR
           MOVE 'C' TO PR-STATUS
           MOVE IN-LAST-NAME TO PR-LAST-NAME
           MOVE IN-PSGR-NAME(1) TO PR-NAME
           MOVE WR-ORIG TO PR-ORIG
           MOVE WR-DEST TO PR-DEST
           MOVE IN-DATE TO PR-DEPDATE
           MOVE 'O' TO PR-TRIPTYPE
           MOVE IN-FLTNUM TO PR-OUT-FLT
           MOVE WR-DEPTIME TO PR-OUT-DEP
           MOVE WR-ARRTIME TO PR-OUT-ARR
           MOVE IN-NUMP TO PR-NUMP
      *    The numeric per-member fields must hold digits from
      *    the start - the desk's cancel path does arithmetic
      *    tests against them.
           PERFORM 3410-BUILD-ONE-PASSENGER
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 9
           MOVE ZERO TO PR-FARE-AMT
           MOVE ZERO TO PR-BAG-FEE
           MOVE IN-MKTG-FLT TO PR-MKTG-FLT
           STRING 'CODESHARE ' IN-PARTNER ' ' IN-PARTNER-LOC
               DELIMITED BY SIZE INTO PR-REMARKS
           END-STRING.

       3410-BUILD-ONE-PASSENGER.
           MOVE ZERO TO PR-PSGR-OUT-SEAT-IX(WS-NAME-IX)
           MOVE ZERO TO PR-PSGR-RET-SEAT-IX(WS-NAME-IX)
           MOVE ZERO TO PR-PSGR-BRD-SEQ(WS-NAME-IX)
           IF WS-NAME-IX <= IN-NUMP
               MOVE IN-PSGR-NAME(WS-NAME-IX)
                   TO PR-PSGR-NAME(WS-NAME-IX)
               MOVE 'A' TO PR-PSGR-TYPE(WS-NAME-IX)
           END-IF.

      *    Availability was checked on the same records a moment
      *    ago, so these only ever draw them down.
       3500-SELL-LEG-SEATS.
           MOVE IN-FLTNUM TO WR-FLTNUM
           MOVE IN-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK
               MOVE WR-SEATS TO WS-SEATS-NUM
               IF WS-SEATS-NUM > IN-NUMP
                   SUBTRACT IN-NUMP FROM WS-SEATS-NUM
               ELSE
                   MOVE 0 TO WS-SEATS-NUM
               END-IF
               MOVE WS-SEATS-NUM TO WR-SEATS
               REWRITE WS-FLSR-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           MOVE IN-FLTNUM TO CL-FLTNUM
           MOVE IN-DATE TO CL-DATE
           MOVE IN-CLASS TO CL-CLASS
           READ CLS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLS-OK
               IF CL-SEATS > IN-NUMP
                   SUBTRACT IN-NUMP FROM CL-SEATS
               ELSE
                   MOVE 0 TO CL-SEATS
               END-IF
               REWRITE WS-CLSINV-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       3600-WRITE-FLIGHT-XREF.
           MOVE PR-OUT-FLT TO XR-FLT
           MOVE PR-DEPDATE TO XR-DATE
           MOVE PR-PNR TO XR-PNR
           WRITE WS-XREF-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       3700-WRITE-PNR-EXTENSION.
           MOVE SPACES TO WS-XTND-REC
           MOVE PR-PNR TO XD-PNR
           MOVE IN-CLASS TO XD-CLASS
           MOVE 'N' TO XD-ALOT
           MOVE ZERO TO XD-TAX-AMT
           MOVE ZERO TO XD-DISC-AMT
           MOVE ZERO TO XD-PET-WT
           MOVE ZERO TO XD-UPG-AMT
           MOVE ZERO TO XD-UPG-DAY-AMT
           WRITE WS-XTND-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       3800-WRITE-PARTNER-XREF.
           MOVE SPACES TO WS-CSX-REC
           MOVE IN-PARTNER TO CX-PARTNER
           MOVE IN-PARTNER-LOC TO CX-PARTNER-LOC
           MOVE PR-PNR TO CX-PNR
           MOVE IN-FLTNUM TO CX-FLTNUM
           MOVE IN-DATE TO CX-DATE
           MOVE 'A' TO CX-STATUS
           MOVE WS-CURR-DATE TO CX-LAST-DATE
           WRITE WS-CSX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       3900-READ-PARTNER-XREF.
           MOVE 'N' TO WS-CSX-FOUND
           MOVE IN-PARTNER TO CX-PARTNER
           MOVE IN-PARTNER-LOC TO CX-PARTNER-LOC
           READ CSX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CSX-OK
               MOVE 'Y' TO WS-CSX-FOUND
           END-IF.

      * =======================================================
      *   CANCEL A PARTNER BOOKING
      * =======================================================
      *    A locator we never sold is refused; one already
      *    cancelled is acknowledged again without crediting the
      *    seats twice. A passenger already checked in has to be
      *    offloaded at the airport first.
       5000-CANCEL-PARTNER-BOOKING.
           PERFORM 3900-READ-PARTNER-XREF
           IF WS-CSX-FOUND = 'N'
               MOVE 'LOCATOR NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CX-PNR TO AK-PNR
           MOVE CX-FLTNUM TO DT-FLTNUM
           MOVE CX-DATE TO DT-DATE

           MOVE CX-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
               MOVE 'PNR NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PR-ST-CANCELLED
               MOVE 'ALREADY CANCELLED' TO AK-REASON
               MOVE 'DUPLICATE - ALREADY CANCELLED' TO DT-RESULT
               PERFORM 5900-CLOSE-PARTNER-XREF
               EXIT PARAGRAPH
           END-IF

           IF PR-OUT-CKIN-FLAG = 'Y'
               MOVE 'PASSENGER CHECKED IN' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE PR-STATUS TO WS-AUDIT-OLD-STATUS
           MOVE 'X' TO PR-STATUS
           REWRITE WS-PNR-REC
               INVALID KEY
                   MOVE 'UNABLE TO SAVE BOOKING'
                       TO WS-REJECT-REASON
           END-REWRITE
           IF WS-PNR-OK
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      *    Only a booking that was holding seats gives any back.
           IF WS-AUDIT-OLD-STATUS = 'C'
              OR WS-AUDIT-OLD-STATUS = 'H'
               PERFORM 5100-RESTORE-LEG-SEATS
           END-IF
           PERFORM 7000-WRITE-AUDIT-RECORD
           PERFORM 5900-CLOSE-PARTNER-XREF

           MOVE 'CANCELLED' TO DT-RESULT
           ADD 1 TO WS-CANCEL-COUNT.

      *    Freed seats settle the oversold count first - only
      *    what is left goes back into the physical pool - and
      *    the class bucket is credited the full count, as
      *    HOLDEX and CKIN do.
       5100-RESTORE-LEG-SEATS.
           MOVE 'Y' TO WS-OLD-CLASS
           MOVE PR-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK
               IF XD-CLASS = 'F' OR XD-CLASS = 'B'
                  OR XD-CLASS = 'Y'
                   MOVE XD-CLASS TO WS-OLD-CLASS
               END-IF
           END-IF

           MOVE PR-NUMP TO WS-OVB-LEFT
           MOVE PR-OUT-FLT(1:5) TO OV-FLTNUM
           MOVE PR-DEPDATE TO OV-DATE
           READ OVB-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OVB-OK AND OV-SOLD > 0
               IF OV-SOLD >= WS-OVB-LEFT
                   SUBTRACT WS-OVB-LEFT FROM OV-SOLD
                   MOVE 0 TO WS-OVB-LEFT
               ELSE
                   SUBTRACT OV-SOLD FROM WS-OVB-LEFT
                   MOVE 0 TO OV-SOLD
               END-IF
               REWRITE WS-OVB-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF WS-OVB-LEFT > 0
               MOVE PR-OUT-FLT(1:5) TO WR-FLTNUM
               MOVE PR-DEPDATE TO WR-DATE
               READ FLSR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FLSR-OK
                   IF WR-SEATS NUMERIC
                       MOVE WR-SEATS TO WS-SEATS-NUM
                   ELSE
                       MOVE 0 TO WS-SEATS-NUM
                   END-IF
                   ADD WS-OVB-LEFT TO WS-SEATS-NUM
                   MOVE WS-SEATS-NUM TO WR-SEATS
                   REWRITE WS-FLSR-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF

           MOVE PR-OUT-FLT(1:5) TO CL-FLTNUM
           MOVE PR-DEPDATE TO CL-DATE
           MOVE WS-OLD-CLASS TO CL-CLASS
           READ CLS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLS-OK
               ADD PR-NUMP TO CL-SEATS
               REWRITE WS-CLSINV-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       5900-CLOSE-PARTNER-XREF.
           IF CX-ST-ACTIVE
               MOVE 'X' TO CX-STATUS
               MOVE WS-CURR-DATE TO CX-LAST-DATE
               REWRITE WS-CSX-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      * =======================================================
      *          WRITE PNR STATUS AUDIT RECORD
      * =======================================================
      *    The user is the partner's feed, so the trail shows
      *    which carrier made or cancelled the booking.
       7000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-REC
           MOVE PR-PNR TO AU-PNR
           MOVE WS-AUDIT-OLD-STATUS TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS
           MOVE 'CSHI' TO AU-PROGRAM
           STRING 'CSH' IN-PARTNER DELIMITED BY SIZE
               INTO AU-USER
           END-STRING

           PERFORM 7050-SEAL-AUDIT-RECORD
           WRITE WS-AUDIT-REC
           PERFORM 7060-ADVANCE-AUDIT-CONTROL.

      * =======================================================
      *   NUMBER, STAMP AND SEAL THE AUDIT ENTRY
      * =======================================================
      *    AUDCTL holds the last entry written, online or batch.
      *    The entry takes the next number, the time it is
      *    written - so the trail's times run in the order of
      *    its numbers - and a check value chained from the last
      *    entry's through AUDSEAL, the routine AUDWRT uses.
       7050-SEAL-AUDIT-RECORD.
           ACCEPT WS-SEAL-YYMMDD FROM DATE
           ACCEPT WS-SEAL-CLOCK FROM TIME
           MOVE '20' TO AU-DATE(1:2)
           MOVE WS-SEAL-YYMMDD TO AU-DATE(3:6)
           MOVE WS-SEAL-CLOCK(1:6) TO AU-TIME

           MOVE 'AUDTFIL' TO AD-KEY
           MOVE 'N' TO WS-ADC-FOUND
           READ AUDCTL-FILE
               INVALID KEY
                   MOVE 'AUDTFIL' TO AD-KEY
                   MOVE 0 TO AD-LAST-SEQ
                   MOVE 0 TO AD-LAST-CHECK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADC-FOUND
           END-READ

           COMPUTE AU-SEQ = AD-LAST-SEQ + 1
           MOVE AD-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-AUDIT-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           MOVE AH-CHECK TO AU-CHECK.

       7060-ADVANCE-AUDIT-CONTROL.
           MOVE AU-SEQ TO AD-LAST-SEQ
           MOVE AU-CHECK TO AD-LAST-CHECK
           MOVE AU-DATE TO AD-UPD-DATE
           MOVE AU-TIME TO AD-UPD-TIME
           IF WS-ADC-FOUND = 'Y'
               REWRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

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
           MOVE 'CSHINB' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SOLD-COUNT TO TL-SOLD
           MOVE WS-CANCEL-COUNT TO TL-CANCELLED
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE CSH-IN
           CLOSE ACK-OUT
           CLOSE CSX-FILE
           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE XREF-FILE
           CLOSE XTND-FILE
           CLOSE FLSR-FILE
           CLOSE CLS-FILE
           CLOSE OVB-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE CSH-RPT.

       8000-READ-MESSAGE.
           READ CSH-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE
           MOVE 'CSHINB  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
           END-IF
           MOVE 'CSHINB  ' TO RC-JOB
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
