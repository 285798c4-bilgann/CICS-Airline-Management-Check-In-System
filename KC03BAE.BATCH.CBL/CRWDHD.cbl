       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRWDHD.

      * =======================================================
      *   POSITIONING (DEADHEAD) CREW SEATS
      * =======================================================
      *   Crew riding as passengers to get into position used to
      *   be booked by the station as an ordinary sale with a
      *   made-up fare, which then turned up in flown revenue,
      *   the load factors and the no-show rates. Crew control
      *   now sends the positioning moves down CRDHIN - crew id
      *   and flight/date - and this step books each one
      *   straight off CRWMSTR: one confirmed, checked-in PNR
      *   per crew member with no fare, no payment and no
      *   ticket, a seat taken out of SEATFIL (from the back of
      *   the cabin forward) and one out of WR-SEATS and the
      *   economy bucket. A crew member rostered on CRWASG to
      *   operate the same flight cannot also ride it.
      *
      *   The booking is marked positioning crew twice over:
      *   PR-GROUP-REF DEADHEAD on the PNR for the readers of
      *   the PNR master and its day extract, and XD-NONREV D on
      *   the extension for those that only see PNRXTND. GTMAN,
      *   APISEX and LOADSH show them as positioning crew;
      *   every revenue, loyalty and no-show figure leaves them
      *   out. The desk finds the booking by PNR with the crew
      *   id as the name.
      *
      *   DHDXREF ties crew id and flight/date to the PNR, so a
      *   move sent twice is acknowledged with the PNR already
      *   made, and action X cancels it - the seat, the pool
      *   and the bucket all get theirs back.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DHD-IN ASSIGN TO CRDHIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT DHX-FILE ASSIGN TO DHDXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-KEY
               FILE STATUS IS WS-DHX-STATUS.

           SELECT CREW-FILE ASSIGN TO CRWMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-ID
               FILE STATUS IS WS-CRW-STATUS.

           SELECT ASGN-FILE ASSIGN TO CRWASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-ASG-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT DHD-RPT ASSIGN TO CRDHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   One positioning move - N books the crew member onto
      *   the flight/date, X cancels that booking.
       FD  DHD-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-ACTION               PIC X(1).
               88 IN-ACT-BOOK         VALUE 'N'.
               88 IN-ACT-CANCEL       VALUE 'X'.
           05 IN-FLTNUM               PIC X(5).
           05 IN-DATE                 PIC X(8).
           05 IN-ID                   PIC X(6).

      *   Crew id and flight/date to the positioning PNR.
       FD  DHX-FILE.
       01  WS-DHX-REC.
           05 DX-KEY.
               10 DX-FLTNUM           PIC X(5).
               10 DX-DATE             PIC X(8).
               10 DX-ID               PIC X(6).
           05 DX-PNR                  PIC X(6).
           05 DX-STATUS               PIC X(1).
               88 DX-ST-ACTIVE        VALUE 'A'.
               88 DX-ST-CANCELLED     VALUE 'X'.
           05 DX-LAST-DATE            PIC X(8).

       FD  CREW-FILE.
       01  WS-CREW-REC.
           05 CR-ID                   PIC X(6).
           05 CR-NAME                 PIC X(18).
           05 CR-ROLE                 PIC X(2).
           05 CR-PASSPORT             PIC X(16).
           05 CR-PASS-EXPIRY          PIC X(8).
           05 CR-DOB                  PIC X(8).
           05 CR-STATUS               PIC X(1).
               88 CR-ST-ACTIVE        VALUE 'A' SPACE.
               88 CR-ST-LEFT          VALUE 'L'.

      *   Operating assignments - one record per flight/date/
      *   crew id.
       FD  ASGN-FILE.
       01  WS-ASGN-REC.
           05 CA-KEY.
               10 CA-FLTNUM           PIC X(5).
               10 CA-DATE             PIC X(8).
               10 CA-ID               PIC X(6).

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

      *   PNR extension - XD-NONREV D marks positioning crew for
      *   the readers that never open the PNR itself.
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
               88 WR-ST-ONTIME       VALUE SPACE 'O'.
               88 WR-ST-DELAYED      VALUE 'D'.
               88 WR-ST-CANCELLED    VALUE 'C'.
           05 WR-ACFT-TYPE           PIC X(3).
           05 FILLER                 PIC X(4).
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

      *   Seat map per flight/date - a blank slot is taken.
       FD  SEAT-FILE.
       01  WS-SEAT-REC.
           05 SR-FLIGHT              PIC X(6).
           05 SR-DATE                PIC X(8).
           05 SR-ACFT-TYPE           PIC X(3).
           05 SR-SEAT-CNT            PIC 9(3).
           05 SR-SEAT OCCURS 150 TIMES.
               10 SR-SEATNO          PIC X(3).

       FD  CLS-FILE.
       01  WS-CLSINV-REC.
           05 CL-KEY.
               10 CL-FLTNUM         PIC X(5).
               10 CL-DATE           PIC X(8).
               10 CL-CLASS          PIC X(1).
           05 CL-SEATS              PIC 9(3).

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

       FD  DHD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

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
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-DHX-STATUS              PIC X(2) VALUE SPACES.
           88 WS-DHX-OK              VALUE '00'.
       01 WS-CRW-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CRW-OK              VALUE '00'.
       01 WS-ASG-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ASG-OK              VALUE '00'.
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
       01 WS-SEAT-STATUS             PIC X(2) VALUE SPACES.
           88 WS-SEAT-OK             VALUE '00'.
       01 WS-CLS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CLS-OK              VALUE '00'.

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
      * off the run clock and the move count, as CSHINB does.
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
       01 WS-SEAT-IX                 PIC 9(3) VALUE 0.
       01 WS-SEAT-FOUND              PIC X VALUE 'N'.
       01 WS-TAKEN-SEAT              PIC X(3) VALUE SPACES.
       01 WS-BUCKET-DRAWN            PIC X VALUE 'N'.
       01 WS-AUDIT-OLD-STATUS        PIC X VALUE SPACE.
       01 WS-NAME-IX                 PIC 9(2) VALUE 0.
       01 WS-DHX-FOUND               PIC X VALUE 'N'.

       01 WS-MSG-COUNT               PIC 9(5) VALUE 0.
       01 WS-BOOKED-COUNT            PIC 9(5) VALUE 0.
       01 WS-CANCEL-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT            PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(40)
               VALUE 'POSITIONING CREW BOOKING REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-ACTION               PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-ID                   PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FLTNUM               PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SEAT                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(9) VALUE 'BOOKED: '.
           05 TL-BOOKED               PIC ZZZZ9.
           05 FILLER                  PIC X(14)
               VALUE '  CANCELLED: '.
           05 TL-CANCELLED            PIC ZZZZ9.
           05 FILLER                  PIC X(13)
               VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-MOVE UNTIL WS-EOF
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

           OPEN INPUT DHD-IN
           OPEN I-O DHX-FILE
           OPEN INPUT CREW-FILE
           OPEN INPUT ASGN-FILE
           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN I-O XREF-FILE
           OPEN I-O XTND-FILE
           OPEN I-O FLSR-FILE
           OPEN I-O SEAT-FILE
           OPEN I-O CLS-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN I-O AUDCTL-FILE
           OPEN OUTPUT DHD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-MOVE.

       2000-PROCESS-MOVE.
           ADD 1 TO WS-MSG-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-ACTION TO DT-ACTION
           MOVE IN-ID TO DT-ID
           MOVE IN-FLTNUM TO DT-FLTNUM
           MOVE IN-DATE TO DT-DATE
           MOVE SPACES TO WS-REJECT-REASON

           IF IN-ID = SPACES OR IN-FLTNUM = SPACES
              OR IN-DATE NOT NUMERIC
               MOVE 'INCOMPLETE POSITIONING MOVE' TO WS-REJECT-REASON
           ELSE
               IF IN-ACT-BOOK
                   PERFORM 3000-BOOK-POSITIONING-SEAT
               ELSE
                   IF IN-ACT-CANCEL
                       PERFORM 5000-CANCEL-POSITIONING-SEAT
                   ELSE
                       MOVE 'UNKNOWN MOVE ACTION'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               MOVE WS-REJECT-REASON TO DT-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 8000-READ-MOVE.

      * =======================================================
      *   BOOK ONE CREW MEMBER ONTO THE FLIGHT
      * =======================================================
      *    A move already booked is crew control resending - it
      *    is reported with the PNR made the first time.
       3000-BOOK-POSITIONING-SEAT.
           PERFORM 3900-READ-DEADHEAD-XREF
           IF WS-DHX-FOUND = 'Y' AND DX-ST-ACTIVE
               MOVE DX-PNR TO DT-PNR
               MOVE 'DUPLICATE - ALREADY BOOKED' TO DT-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-VALIDATE-CREW
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-CHECK-FLIGHT
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM 3300-GENERATE-PNR
           IF WS-NEW-PNR = SPACES
               MOVE 'NO PNR NUMBER AVAILABLE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 3500-TAKE-SEAT
           IF WS-REJECT-REASON NOT = SPACES
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
               PERFORM 5200-RETURN-SEAT
               EXIT PARAGRAPH
           END-IF

           PERFORM 3550-TAKE-POOL-SEAT
           MOVE SPACE TO WS-AUDIT-OLD-STATUS
           PERFORM 7000-WRITE-AUDIT-RECORD
           PERFORM 3600-WRITE-FLIGHT-XREF
           PERFORM 3700-WRITE-PNR-EXTENSION
           PERFORM 3800-WRITE-DEADHEAD-XREF

           MOVE WS-NEW-PNR TO DT-PNR
           MOVE WS-TAKEN-SEAT TO DT-SEAT
           MOVE 'BOOKED' TO DT-RESULT
           ADD 1 TO WS-BOOKED-COUNT.

       3100-VALIDATE-CREW.
           IF IN-DATE < WS-CURR-DATE
               MOVE 'FLIGHT DATE IN THE PAST' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ID TO CR-ID
           READ CREW-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-CRW-OK
               MOVE 'CREW ID NOT ON CRWMSTR' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT CR-ST-ACTIVE
               MOVE 'CREW MEMBER NOT ACTIVE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE IN-FLTNUM TO CA-FLTNUM
           MOVE IN-DATE TO CA-DATE
           MOVE IN-ID TO CA-ID
           READ ASGN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ASG-OK
               MOVE 'ROSTERED TO OPERATE THIS FLIGHT'
                   TO WS-REJECT-REASON
           END-IF.

      *    Crew ride on a real seat - the flight must have one
      *    left in the pool, not just an overbooking allowance.
       3200-CHECK-FLIGHT.
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

           IF WR-SEATS NUMERIC
               MOVE WR-SEATS TO WS-SEATS-NUM
           ELSE
               MOVE 0 TO WS-SEATS-NUM
           END-IF
           IF WS-SEATS-NUM < 1
               MOVE 'FLIGHT FULL' TO WS-REJECT-REASON
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

      *    No fare, no payment, no ticket - and checked in from
      *    the start, since crew control has already put the
      *    member on the flight. The crew id stands in for the
      *    surname so the desk can still bring the PNR up.
       3400-BUILD-PNR-RECORD.
           MOVE SPACES TO WS-PNR-REC
           MOVE WS-NEW-PNR TO PR-PNR
           MOVE 'C' TO PR-STATUS
           MOVE CR-ID TO PR-LAST-NAME
           MOVE CR-NAME TO PR-NAME
           MOVE CR-PASSPORT TO PR-PASSPORT
           MOVE CR-PASS-EXPIRY TO PR-PASS-EXPIRY
           MOVE CR-DOB TO PR-DOB
           MOVE WR-ORIG TO PR-ORIG
           MOVE WR-DEST TO PR-DEST
           MOVE IN-DATE TO PR-DEPDATE
           MOVE 'O' TO PR-TRIPTYPE
           MOVE IN-FLTNUM TO PR-OUT-FLT
           MOVE WR-DEPTIME TO PR-OUT-DEP
           MOVE WR-ARRTIME TO PR-OUT-ARR
           MOVE WS-TAKEN-SEAT TO PR-OUT-SEAT
           MOVE 1 TO PR-NUMP
           PERFORM 3410-BUILD-ONE-PASSENGER
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 9
           MOVE CR-NAME TO PR-PSGR-NAME(1)
           MOVE CR-PASSPORT TO PR-PSGR-PASSPORT(1)
           MOVE WS-TAKEN-SEAT TO PR-PSGR-OUT-SEAT(1)
           MOVE WS-SEAT-IX TO PR-PSGR-OUT-SEAT-IX(1)
           MOVE 'A' TO PR-PSGR-TYPE(1)
           MOVE CR-DOB TO PR-PSGR-DOB(1)
           MOVE 'DEADHEAD' TO PR-GROUP-REF
           MOVE 'N' TO PR-ASSIST
           MOVE ZERO TO PR-FARE-AMT
           MOVE ZERO TO PR-BAG-FEE
           MOVE 'Y' TO PR-OUT-CKIN-FLAG
           MOVE WS-CURR-DATE TO PR-OUT-CKIN-DATE
           MOVE WS-CURR-TIME TO PR-OUT-CKIN-TIME
           STRING 'POSITIONING CREW ' CR-ID ' ' CR-ROLE
               DELIMITED BY SIZE INTO PR-REMARKS
           END-STRING.

       3410-BUILD-ONE-PASSENGER.
           MOVE ZERO TO PR-PSGR-OUT-SEAT-IX(WS-NAME-IX)
           MOVE ZERO TO PR-PSGR-RET-SEAT-IX(WS-NAME-IX)
           MOVE ZERO TO PR-PSGR-BRD-SEQ(WS-NAME-IX).

      *    The seat comes from the back of the cabin forward,
      *    leaving the front rows to sell.
       3500-TAKE-SEAT.
           MOVE 'N' TO WS-SEAT-FOUND
           MOVE SPACES TO WS-TAKEN-SEAT
           MOVE IN-FLTNUM TO SR-FLIGHT
           MOVE IN-DATE TO SR-DATE
           READ SEAT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-SEAT-OK
               MOVE 'NO SEAT MAP FOR FLIGHT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM 3510-CHECK-ONE-SEAT
               VARYING WS-SEAT-IX FROM SR-SEAT-CNT BY -1
               UNTIL WS-SEAT-IX < 1 OR WS-SEAT-FOUND = 'Y'
           IF WS-SEAT-FOUND NOT = 'Y'
               MOVE 'NO FREE SEAT ON SEAT MAP' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

      *    The VARYING has stepped once past the seat found.
           ADD 1 TO WS-SEAT-IX
           MOVE SR-SEATNO(WS-SEAT-IX) TO WS-TAKEN-SEAT
           MOVE SPACES TO SR-SEATNO(WS-SEAT-IX)
           REWRITE WS-SEAT-REC
               INVALID KEY
                   MOVE 'UNABLE TO RESERVE SEAT'
                       TO WS-REJECT-REASON
           END-REWRITE.

       3510-CHECK-ONE-SEAT.
           IF SR-SEATNO(WS-SEAT-IX) NOT = SPACES
               MOVE 'Y' TO WS-SEAT-FOUND
           END-IF.

      *    One off the pool and, where it has one, one off the
      *    economy bucket - the cabin the seat is sold from.
       3550-TAKE-POOL-SEAT.
           MOVE 'N' TO WS-BUCKET-DRAWN
           MOVE IN-FLTNUM TO WR-FLTNUM
           MOVE IN-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK
               MOVE WR-SEATS TO WS-SEATS-NUM
               IF WS-SEATS-NUM > 0
                   SUBTRACT 1 FROM WS-SEATS-NUM
               END-IF
               MOVE WS-SEATS-NUM TO WR-SEATS
               REWRITE WS-FLSR-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           MOVE IN-FLTNUM TO CL-FLTNUM
           MOVE IN-DATE TO CL-DATE
           MOVE 'Y' TO CL-CLASS
           READ CLS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLS-OK AND CL-SEATS > 0
               SUBTRACT 1 FROM CL-SEATS
               REWRITE WS-CLSINV-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'Y' TO WS-BUCKET-DRAWN
           END-IF.

       3600-WRITE-FLIGHT-XREF.
           MOVE PR-OUT-FLT TO XR-FLT
           MOVE PR-DEPDATE TO XR-DATE
           MOVE PR-PNR TO XR-PNR
           WRITE WS-XREF-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    The class is left blank when the bucket had nothing to
      *    give, so a cancel does not credit it a seat it never
      *    lost.
       3700-WRITE-PNR-EXTENSION.
           MOVE SPACES TO WS-XTND-REC
           MOVE PR-PNR TO XD-PNR
           IF WS-BUCKET-DRAWN = 'Y'
               MOVE 'Y' TO XD-CLASS
           END-IF
           MOVE 'N' TO XD-ALOT
           MOVE ZERO TO XD-TAX-AMT
           MOVE ZERO TO XD-DISC-AMT
           MOVE ZERO TO XD-PET-WT
           MOVE ZERO TO XD-UPG-AMT
           MOVE ZERO TO XD-UPG-DAY-AMT
           MOVE 'D' TO XD-NONREV
           WRITE WS-XTND-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       3800-WRITE-DEADHEAD-XREF.
           MOVE IN-FLTNUM TO DX-FLTNUM
           MOVE IN-DATE TO DX-DATE
           MOVE IN-ID TO DX-ID
           MOVE PR-PNR TO DX-PNR
           MOVE 'A' TO DX-STATUS
           MOVE WS-CURR-DATE TO DX-LAST-DATE
           IF WS-DHX-FOUND = 'Y'
               REWRITE WS-DHX-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-DHX-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       3900-READ-DEADHEAD-XREF.
           MOVE 'N' TO WS-DHX-FOUND
           MOVE IN-FLTNUM TO DX-FLTNUM
           MOVE IN-DATE TO DX-DATE
           MOVE IN-ID TO DX-ID
           READ DHX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DHX-OK
               MOVE 'Y' TO WS-DHX-FOUND
           END-IF.

      * =======================================================
      *   CANCEL A POSITIONING BOOKING
      * =======================================================
      *    A move never booked is refused; one already cancelled
      *    is reported again without returning the seat twice.
       5000-CANCEL-POSITIONING-SEAT.
           PERFORM 3900-READ-DEADHEAD-XREF
           IF WS-DHX-FOUND = 'N'
               MOVE 'MOVE NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE DX-PNR TO DT-PNR
           IF DX-ST-CANCELLED
               MOVE 'DUPLICATE - ALREADY CANCELLED' TO DT-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE DX-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
               MOVE 'PNR NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PR-ST-CANCELLED
               MOVE 'DUPLICATE - ALREADY CANCELLED' TO DT-RESULT
               PERFORM 5900-CLOSE-DEADHEAD-XREF
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

           MOVE PR-PSGR-OUT-SEAT(1) TO WS-TAKEN-SEAT
           MOVE PR-PSGR-OUT-SEAT-IX(1) TO WS-SEAT-IX
           PERFORM 5200-RETURN-SEAT
           PERFORM 5100-RETURN-POOL-SEAT
           PERFORM 7000-WRITE-AUDIT-RECORD
           PERFORM 5900-CLOSE-DEADHEAD-XREF

           MOVE WS-TAKEN-SEAT TO DT-SEAT
           MOVE 'CANCELLED' TO DT-RESULT
           ADD 1 TO WS-CANCEL-COUNT.

       5100-RETURN-POOL-SEAT.
           MOVE IN-FLTNUM TO WR-FLTNUM
           MOVE IN-DATE TO WR-DATE
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
               ADD 1 TO WS-SEATS-NUM
               MOVE WS-SEATS-NUM TO WR-SEATS
               REWRITE WS-FLSR-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           MOVE PR-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK AND XD-CLASS = 'Y'
               MOVE IN-FLTNUM TO CL-FLTNUM
               MOVE IN-DATE TO CL-DATE
               MOVE 'Y' TO CL-CLASS
               READ CLS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CLS-OK
                   ADD 1 TO CL-SEATS
                   REWRITE WS-CLSINV-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

      *    The seat goes back into the slot it came out of.
       5200-RETURN-SEAT.
           IF WS-TAKEN-SEAT = SPACES
              OR WS-SEAT-IX < 1 OR WS-SEAT-IX > 150
               EXIT PARAGRAPH
           END-IF
           MOVE IN-FLTNUM TO SR-FLIGHT
           MOVE IN-DATE TO SR-DATE
           READ SEAT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SEAT-OK AND SR-SEATNO(WS-SEAT-IX) = SPACES
               MOVE WS-TAKEN-SEAT TO SR-SEATNO(WS-SEAT-IX)
               REWRITE WS-SEAT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       5900-CLOSE-DEADHEAD-XREF.
           MOVE 'X' TO DX-STATUS
           MOVE WS-CURR-DATE TO DX-LAST-DATE
           REWRITE WS-DHX-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * =======================================================
      *          WRITE PNR STATUS AUDIT RECORD
      * =======================================================
       7000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-REC
           MOVE PR-PNR TO AU-PNR
           MOVE WS-AUDIT-OLD-STATUS TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS
           MOVE 'CDHD' TO AU-PROGRAM
           MOVE 'CRWCTL' TO AU-USER

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
           MOVE 'CRWDHD' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-BOOKED-COUNT TO TL-BOOKED
           MOVE WS-CANCEL-COUNT TO TL-CANCELLED
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE DHD-IN
           CLOSE DHX-FILE
           CLOSE CREW-FILE
           CLOSE ASGN-FILE
           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE XREF-FILE
           CLOSE XTND-FILE
           CLOSE FLSR-FILE
           CLOSE SEAT-FILE
           CLOSE CLS-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE DHD-RPT.

       8000-READ-MOVE.
           READ DHD-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
