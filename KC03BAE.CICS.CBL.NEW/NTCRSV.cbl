       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTCRSV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   PASSENGER REPLY TO A DISRUPTION NOTICE
      * =======================================================
      *    RACCOM, CONCHK and SCHNOT tell the passenger what has
      *    happened to their booking and note each notice on
      *    NTCRPLY; the messaging gateway LINKs here with each
      *    reply as it comes in, with a small commarea and no
      *    terminal. The reply must come from the phone or email
      *    on the booking, and answers the notice it names (event
      *    and flight) or, with none named, the latest notice
      *    still open on the PNR:
      *      A  accept - the booking stands as notified; the
      *         acceptance goes on the audit trail
      *      D  decline - the booking is cancelled through
      *         PNRCXL, the desk's own cancellation, and the
      *         refund goes pending to the card
      *      V  decline, keeping the value as a travel-credit
      *         voucher instead of the refund
      *      C  call me - the PNR goes on the RPLY work queue
      *         (reason CB) for an agent to ring
      *    The notice answered, and any older one still open on
      *    the PNR, is closed with the reply so NTCCHS does not
      *    chase it; the passenger gets an SCNOTIFY record
      *    saying what was done.
      *
      *    Result codes:
      *      00 done            01 PNR not found
      *      02 not from the booking's phone or email
      *      03 no open notice to answer
      *      04 booking no longer live
      *      05 cancellation failed - nothing changed
      *      06 bad request     07 update failed
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8).
       01 WS-CURR-TIME             PIC X(6).
       01 WS-FROM-PHONE            PIC X(30) VALUE SPACES.

      * Disruption notice register - one row per notice sent that
      * the passenger may answer, closed by the reply or by
      * NTCCHS when it goes unanswered.
       01 WS-NTCRPLY-REC.
           05 NR-KEY.
               10 NR-PNR           PIC X(6).
               10 NR-SENT          PIC X(14).
               10 NR-FLIGHT        PIC X(6).
           05 NR-EVENT             PIC X(8).
           05 NR-STATUS            PIC X.
               88 NR-ST-OPEN       VALUE 'O'.
               88 NR-ST-ACCEPTED   VALUE 'A'.
               88 NR-ST-DECLINED   VALUE 'D'.
               88 NR-ST-CALLBACK   VALUE 'K'.
               88 NR-ST-TO-AGENT   VALUE 'T'.
               88 NR-ST-SUPERSEDED VALUE 'S'.
           05 NR-REPLY-DATE        PIC X(8).
           05 NR-REPLY-TIME        PIC X(6).
           05 NR-VCH-NUMBER        PIC X(10).
           05 FILLER               PIC X(1).
       01 WS-NTCRPLY-RESP          PIC S9(8) COMP.
       01 WS-NTC-BR-KEY            PIC X(26) VALUE SPACES.
       01 WS-NTC-EOF               PIC X VALUE 'N'.
       01 WS-NTC-MATCH-KEY         PIC X(26) VALUE SPACES.
       01 WS-NTC-MATCH-FLT         PIC X(6) VALUE SPACES.
       01 WS-NTC-NEW-STATUS        PIC X VALUE SPACE.

      * The open notices on the PNR, closed together once the
      * reply has been acted on.
       01 WS-NTC-OPEN-CNT          PIC 9(2) VALUE 0.
       01 WS-NTC-OPEN-KEYS.
           05 WS-NTC-OPEN-KEY OCCURS 20 TIMES PIC X(26).
       01 WS-NTC-CLOSE-CNT         PIC 9(2) VALUE 0.
       01 WS-NTC-IX                PIC 9(2) VALUE 0.

      * Cancellation commarea for the LINK to PNRCXL.
       01 WS-CXL-AREA.
           05 CX-PNR               PIC X(6).
           05 CX-VOUCHER           PIC X.
           05 CX-PROGRAM           PIC X(4).
           05 CX-USER              PIC X(8).
           05 CX-RESULT            PIC X(2).
           05 CX-OLD-STATUS        PIC X.
           05 CX-VCH-NUMBER        PIC X(10).
           05 FILLER               PIC X(8).
       01 WS-CXL-RESP              PIC S9(8) COMP.

      * PNR work queue record - a passenger who asked to be rung
      * goes on the RPLY queue for QWRK to feed to an agent.
       01 WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE         PIC X(4).
               10 QU-ADDED         PIC X(14).
               10 QU-PNR           PIC X(6).
           05 QU-REASON            PIC X(2).
           05 QU-STATUS            PIC X.
           05 QU-USER              PIC X(8).
           05 QU-DONE-DATE         PIC X(8).
       01 WS-QUEUE-RESP            PIC S9(8) COMP.

      * PNR status audit record (append-only log of every change)
       01 WS-AUDIT-REC.
           05 AU-PNR                PIC X(6).
           05 AU-OLD-STATUS         PIC X.
           05 AU-NEW-STATUS         PIC X.
           05 AU-DATE               PIC X(8).
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).
       01 WS-AUDIT-RESP             PIC S9(8) COMP.

      * SCNOTIFY feed record - same 155-byte shape the rest of the
      * system writes; the passenger is told what their reply did.
       01 WS-NOTIFY-REC.
           05 NT-PNR                 PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 NT-MESSAGE             PIC X(90).
           05 NT-PHONE               PIC X(14).
           05 NT-EMAIL               PIC X(30).
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).
       01 WS-NOTIFY-RESP            PIC S9(8) COMP.

      * PNR VSAM record layout (892 bytes)
       01 WS-PNR-REC.
           05 PR-PNR               PIC X(6).
           05 PR-STATUS            PIC X.
               88 PR-ST-HELD           VALUE 'H'.
               88 PR-ST-CONFIRMED      VALUE 'C'.
               88 PR-ST-CANCELLED      VALUE 'X'.
               88 PR-ST-WAITLIST       VALUE 'W'.
               88 PR-ST-BUMPED         VALUE 'B'.
               88 PR-ST-NOSHOW         VALUE 'N'.
           05 PR-HOLD-EXPIRY       PIC X(12).
           05 PR-LAST-NAME         PIC X(16).
           05 PR-NAME              PIC X(18).
           05 PR-PASSPORT          PIC X(16).
           05 PR-PASS-EXPIRY       PIC X(8).
           05 PR-ORIG              PIC X(3).
           05 PR-DEST              PIC X(3).
           05 PR-DEPDATE           PIC X(8).
           05 PR-RETDATE           PIC X(8).
           05 PR-TRIPTYPE          PIC X.
           05 PR-OUT-FLT           PIC X(6).
           05 PR-OUT-DEP           PIC X(4).
           05 PR-OUT-ARR           PIC X(4).
           05 PR-RET-FLT           PIC X(6).
           05 PR-RET-DEP           PIC X(4).
           05 PR-RET-ARR           PIC X(4).
           05 PR-OUT-SEAT          PIC X(3).
           05 PR-RET-SEAT          PIC X(3).
           05 PR-OUT-BAGGAGE       PIC X.
           05 PR-OUT-CARRYON       PIC X.
           05 PR-RET-BAGGAGE       PIC X.
           05 PR-RET-CARRYON       PIC X.
           05 PR-NUMP              PIC 9(2).
           05 PR-PASSENGER OCCURS 9 TIMES.
               10 PR-PSGR-NAME         PIC X(18).
               10 PR-PSGR-PASSPORT     PIC X(16).
               10 PR-PSGR-OUT-SEAT     PIC X(3).
               10 PR-PSGR-RET-SEAT     PIC X(3).
               10 PR-PSGR-OUT-SEAT-IX  PIC 9(3).
               10 PR-PSGR-RET-SEAT-IX  PIC 9(3).
               10 PR-PSGR-TYPE         PIC X.
               10 PR-PSGR-DOB          PIC X(8).
               10 PR-PSGR-BRD-SEQ      PIC 9(3).
           05 PR-GROUP-REF         PIC X(8).
           05 PR-MEAL              PIC X(10).
           05 PR-ASSIST            PIC X.
           05 PR-FF-NUMBER         PIC X(10).
           05 PR-FARE-AMT          PIC 9(7)V99.
           05 PR-BAG-FEE           PIC 9(5)V99.
           05 PR-PAY-METHOD        PIC X.
           05 PR-PAY-REF           PIC X(4).
           05 PR-OUT-CKIN-FLAG     PIC X.
           05 PR-OUT-CKIN-DATE     PIC X(8).
           05 PR-OUT-CKIN-TIME     PIC X(6).
           05 PR-RET-CKIN-FLAG     PIC X.
           05 PR-RET-CKIN-DATE     PIC X(8).
           05 PR-RET-CKIN-TIME     PIC X(6).
           05 PR-OPER-CARRIER      PIC X(2).
           05 PR-MKTG-FLT          PIC X(6).
           05 PR-VIA-STN           PIC X(3).
           05 PR-OUT-FLT2          PIC X(6).
           05 PR-OUT-DEP2          PIC X(4).
           05 PR-OUT-ARR2          PIC X(4).
           05 PR-DOB               PIC X(8).
           05 PR-TKT-NUMBER        PIC X(13).
           05 PR-PHONE             PIC X(14).
           05 PR-EMAIL             PIC X(30).
           05 PR-REMARKS           PIC X(60).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 RP-PNR               PIC X(6).
           05 RP-REPLY             PIC X.
               88 RP-ACCEPT        VALUE 'A'.
               88 RP-DECLINE       VALUE 'D'.
               88 RP-DECLINE-CREDIT VALUE 'V'.
               88 RP-CALL-ME       VALUE 'C'.
           05 RP-EVENT             PIC X(8).
           05 RP-FLIGHT            PIC X(6).
           05 RP-FROM              PIC X(30).
           05 RP-RESULT            PIC X(2).
           05 RP-VCH-NUMBER        PIC X(10).
           05 FILLER               PIC X(17).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACES TO RP-VCH-NUMBER

           IF RP-PNR = SPACES
              OR NOT (RP-ACCEPT OR RP-DECLINE OR RP-DECLINE-CREDIT
                      OR RP-CALL-ME)
               MOVE '06' TO RP-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(RP-PNR)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '01' TO RP-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM STAMP-REPLY-TIME

      *    Only the phone or email the notice went to can answer
      *    it - a reply from anywhere else changes nothing.
           MOVE PR-PHONE TO WS-FROM-PHONE
           IF RP-FROM = SPACES
              OR (RP-FROM NOT = WS-FROM-PHONE
                  AND RP-FROM NOT = PR-EMAIL)
               MOVE '02' TO RP-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FIND-OPEN-NOTICE
           IF WS-NTC-MATCH-KEY = SPACES
               MOVE '03' TO RP-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF

      *    A booking already cancelled, bumped or flown has
      *    nothing left to answer for; its notices are closed.
           IF NOT (PR-ST-HELD OR PR-ST-CONFIRMED OR PR-ST-WAITLIST)
               MOVE 'S' TO WS-NTC-NEW-STATUS
               MOVE WS-NTC-OPEN-CNT TO WS-NTC-CLOSE-CNT
               PERFORM CLOSE-OPEN-NOTICES
               MOVE '04' TO RP-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN RP-ACCEPT
                   PERFORM ACCEPT-NOTICE
               WHEN RP-CALL-ME
                   PERFORM QUEUE-CALL-BACK
               WHEN OTHER
                   PERFORM DECLINE-NOTICE
           END-EVALUATE

           IF RP-RESULT = '00'
               PERFORM CLOSE-OPEN-NOTICES
               PERFORM WRITE-REPLY-NOTIFY
           END-IF

           EXEC CICS RETURN END-EXEC.

      * =======================================================
      *   FIND THE NOTICE THE REPLY ANSWERS
      * =======================================================
      *    The register is keyed PNR / time sent / flight, so the
      *    browse meets the PNR's notices oldest first; the last
      *    open one matching the reply's event and flight (either
      *    left blank matches any) is the one answered. The open
      *    notices met up to it are kept, to be closed with it;
      *    a later notice on another flight stays open.
       FIND-OPEN-NOTICE.
           MOVE SPACES TO WS-NTC-MATCH-KEY
           MOVE SPACES TO WS-NTC-MATCH-FLT
           MOVE 0 TO WS-NTC-OPEN-CNT
           MOVE 0 TO WS-NTC-CLOSE-CNT
           MOVE 'N' TO WS-NTC-EOF

           MOVE LOW-VALUES TO WS-NTC-BR-KEY
           MOVE RP-PNR TO WS-NTC-BR-KEY(1:6)
           EXEC CICS
               STARTBR FILE('NTCRPLY')
                       RIDFLD(WS-NTC-BR-KEY)
                       GTEQ
                       RESP(WS-NTCRPLY-RESP)
           END-EXEC
           IF WS-NTCRPLY-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-NOTICE
               UNTIL WS-NTC-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('NTCRPLY')
               RESP(WS-NTCRPLY-RESP)
           END-EXEC.

       READ-NEXT-NOTICE.
           EXEC CICS
               READNEXT FILE('NTCRPLY')
                        INTO(WS-NTCRPLY-REC)
                        RIDFLD(WS-NTC-BR-KEY)
                        RESP(WS-NTCRPLY-RESP)
           END-EXEC

           IF WS-NTCRPLY-RESP NOT = DFHRESP(NORMAL)
              OR NR-PNR NOT = RP-PNR
               MOVE 'Y' TO WS-NTC-EOF
               EXIT PARAGRAPH
           END-IF

           IF NOT NR-ST-OPEN
               EXIT PARAGRAPH
           END-IF

           IF WS-NTC-OPEN-CNT < 20
               ADD 1 TO WS-NTC-OPEN-CNT
               MOVE NR-KEY TO WS-NTC-OPEN-KEY(WS-NTC-OPEN-CNT)
           END-IF

           IF (RP-EVENT = SPACES OR RP-EVENT = NR-EVENT)
              AND (RP-FLIGHT = SPACES OR RP-FLIGHT = NR-FLIGHT)
               MOVE NR-KEY TO WS-NTC-MATCH-KEY
               MOVE NR-FLIGHT TO WS-NTC-MATCH-FLT
               MOVE WS-NTC-OPEN-CNT TO WS-NTC-CLOSE-CNT
           END-IF.

      * =======================================================
      *   ACCEPT - THE BOOKING STANDS AS NOTIFIED
      * =======================================================
      *    Nothing on the booking changes; the acceptance is
      *    logged on the audit trail against its current status,
      *    the way a servicing change is, so the trail shows the
      *    passenger agreed to the move.
       ACCEPT-NOTICE.
           MOVE SPACES TO WS-AUDIT-REC
           MOVE PR-PNR TO AU-PNR
           MOVE PR-STATUS TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS
           MOVE WS-CURR-DATE TO AU-DATE
           MOVE WS-CURR-TIME TO AU-TIME
           MOVE 'NTCR' TO AU-PROGRAM
           MOVE 'GATEWAY' TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC

           MOVE 'A' TO WS-NTC-NEW-STATUS
           MOVE '00' TO RP-RESULT.

      * =======================================================
      *   DECLINE - CANCEL THROUGH THE DESK'S CANCELLATION
      * =======================================================
       DECLINE-NOTICE.
           MOVE SPACES TO WS-CXL-AREA
           MOVE RP-PNR TO CX-PNR
           MOVE 'N' TO CX-VOUCHER
           IF RP-DECLINE-CREDIT
               MOVE 'Y' TO CX-VOUCHER
           END-IF
           MOVE 'NTCR' TO CX-PROGRAM
           MOVE 'GATEWAY' TO CX-USER

           EXEC CICS
               LINK PROGRAM('PNRCXL')
                    COMMAREA(WS-CXL-AREA)
                    LENGTH(40)
                    RESP(WS-CXL-RESP)
           END-EXEC

           IF WS-CXL-RESP NOT = DFHRESP(NORMAL)
              OR CX-RESULT NOT = '00'
               MOVE '05' TO RP-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE CX-VCH-NUMBER TO RP-VCH-NUMBER
           MOVE 'D' TO WS-NTC-NEW-STATUS
           MOVE '00' TO RP-RESULT.

      * =======================================================
      *   CALL ME - QUEUE THE PNR FOR AN AGENT TO RING
      * =======================================================
      *    Reason CB on the RPLY queue; the timestamp in the key
      *    keeps the queue first-come-first-worked.
       QUEUE-CALL-BACK.
           MOVE SPACES TO WS-QUEUE-REC
           MOVE 'RPLY' TO QU-QUEUE
           MOVE WS-CURR-DATE TO QU-ADDED(1:8)
           MOVE WS-CURR-TIME TO QU-ADDED(9:6)
           MOVE RP-PNR TO QU-PNR
           MOVE 'CB' TO QU-REASON
           MOVE 'O' TO QU-STATUS

           EXEC CICS
               WRITE FILE('PNRQUE')
                     FROM(WS-QUEUE-REC)
                     RIDFLD(QU-KEY)
                     RESP(WS-QUEUE-RESP)
           END-EXEC

      *    Asked twice in the same second - the first is on the
      *    queue already.
           IF WS-QUEUE-RESP NOT = DFHRESP(NORMAL)
              AND WS-QUEUE-RESP NOT = DFHRESP(DUPREC)
               MOVE '07' TO RP-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 'K' TO WS-NTC-NEW-STATUS
           MOVE '00' TO RP-RESULT.

      * =======================================================
      *   CLOSE THE NOTICES THE REPLY ANSWERS
      * =======================================================
      *    The matched notice and every older one still open on
      *    the PNR take the reply's outcome - the passenger has
      *    answered where the booking stands now.
       CLOSE-OPEN-NOTICES.
           PERFORM CLOSE-ONE-NOTICE
               VARYING WS-NTC-IX FROM 1 BY 1
               UNTIL WS-NTC-IX > WS-NTC-CLOSE-CNT.

       CLOSE-ONE-NOTICE.
           MOVE WS-NTC-OPEN-KEY(WS-NTC-IX) TO WS-NTC-BR-KEY
           EXEC CICS
               READ FILE('NTCRPLY')
                    INTO(WS-NTCRPLY-REC)
                    RIDFLD(WS-NTC-BR-KEY)
                    UPDATE
                    RESP(WS-NTCRPLY-RESP)
           END-EXEC
           IF WS-NTCRPLY-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           IF NOT NR-ST-OPEN
               EXEC CICS
                   UNLOCK FILE('NTCRPLY')
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NTC-NEW-STATUS TO NR-STATUS
           MOVE WS-CURR-DATE TO NR-REPLY-DATE
           MOVE WS-CURR-TIME TO NR-REPLY-TIME
           MOVE RP-VCH-NUMBER TO NR-VCH-NUMBER

           EXEC CICS
               REWRITE FILE('NTCRPLY')
                       FROM(WS-NTCRPLY-REC)
                       RESP(WS-NTCRPLY-RESP)
           END-EXEC.

      * =======================================================
      *   TELL THE PASSENGER WHAT THEIR REPLY DID
      * =======================================================
       WRITE-REPLY-NOTIFY.
           MOVE SPACES TO WS-NOTIFY-REC
           MOVE PR-PNR TO NT-PNR
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL

           EVALUATE TRUE
               WHEN RP-ACCEPT
                   STRING 'THANK YOU - BOOKING ' PR-PNR
                          ' IS CONFIRMED AS NOTIFIED.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN RP-CALL-ME
                   STRING 'THANK YOU - AN AGENT WILL CALL YOU '
                          'ABOUT BOOKING ' PR-PNR '.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN RP-VCH-NUMBER NOT = SPACES
                   STRING 'BOOKING ' PR-PNR ' IS CANCELLED - '
                          'TRAVEL CREDIT VOUCHER ' RP-VCH-NUMBER
                          ' ISSUED.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING 'BOOKING ' PR-PNR ' IS CANCELLED - '
                          'ANY REFUND DUE GOES BACK TO YOUR CARD.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
           END-EVALUATE

           MOVE 'RPLYDONE' TO NT-EVENT
           MOVE WS-NTC-MATCH-FLT TO NT-FLIGHT

           EXEC CICS
               WRITE FILE('SCNOTIFY')
                     FROM(WS-NOTIFY-REC)
                     RESP(WS-NOTIFY-RESP)
           END-EXEC.

      * =======================================================
      *   THE TIME THE REPLY WAS TAKEN
      * =======================================================
       STAMP-REPLY-TIME.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
                          TIME(WS-CURR-TIME)
           END-EXEC.
