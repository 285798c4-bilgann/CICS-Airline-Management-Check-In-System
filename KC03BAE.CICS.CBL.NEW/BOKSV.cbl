      *      00 done          01 bad request     02 no flights
      *      03 no fare       04 flight full     05 declined
      *      06 save failed   07 no pnr number
      *      08 held for payment review - the card booking was
      *         stopped by FRDSCR's fraud screening and saved
      *         held and uncharged, on the FRAU queue (BS-HOLD
      *         comes back Y). BS-CARD-NAME, where the site has
      *         it, lets the screening check the card holder.
      *      09 agency not active - BS-AGENCY, on the end of the
      *         commarea for an agency site's booking, names an
      *         agency that is not on AGYMST or not active.
      *         A caller with the shorter commarea books direct.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
               10 FM-ORIG           PIC X(3).
               10 FM-DEST           PIC X(3).
               10 FM-CLASS          PIC X(1).
               10 FM-EFF-FROM       PIC X(8).
           05 FM-FARE               PIC 9(5)V99.
           05 FM-CURR               PIC X(3).
           05 FM-EFF-TO             PIC X(8).
      * Each route/class carries a generation of fares by sale
      * date; the browse keeps the latest one in effect today.
       01 WS-FARE-ROUTE            PIC X(7) VALUE SPACES.
       01 WS-FARE-SALE-DATE        PIC X(8) VALUE SPACES.
       01 WS-FARE-EOF              PIC X VALUE 'N'.
       01 WS-FARE-FOUND            PIC X VALUE 'N'.
       01 WS-LEG-FARE              PIC 9(5)V99 VALUE ZERO.
       01 WS-FARE-CURR             PIC X(3) VALUE 'USD'.

      * Schedule record, parsed the way FLSR parses it.
       01 WS-FLSR-REC              PIC X(38).
       01 WS-FLSR-KEY              PIC X(13).
       01 WS-SEATS-NUM             PIC 9(3) VALUE 0.
       01 WS-BR-EOF                PIC X VALUE 'N'.

      * City-pair/date access path into FLSRFIL (FLLOAD/FLCXBD).
       01 WS-CPX-REC.
           05 CX-KEY.
               10 CX-ORIG          PIC X(3).
               10 CX-DEST          PIC X(3).
               10 CX-DATE          PIC X(8).
               10 CX-FLTNUM        PIC X(5).
       01 WS-CPX-BR-KEY            PIC X(19).

      * Class inventory bucket.
       01 WS-CLSINV-REC.
           05 CL-KEY.
       01 WS-TKT-CONTROL-KEY       PIC X(13) VALUE ZEROS.
       01 WS-TKT-SEQ               PIC 9(10) VALUE ZEROS.

      * Coupon commarea for the LINK to CPNSVC - one coupon per
      * segment of the ticketed trip.
       01 WS-CPN-AREA.
           05 CN-FUNCTION          PIC X.
           05 CN-PNR               PIC X(6).
           05 CN-TKT               PIC X(13).
           05 CN-FLT               PIC X(6).
           05 CN-FLT2              PIC X(6).
           05 CN-DATE              PIC X(8).
           05 CN-NEW-STATUS        PIC X.
           05 CN-RESULT            PIC X.
           05 CN-COUNT             PIC 9(2).
           05 FILLER               PIC X(16).

      * Authorization interface commarea for the LINK to PAYAUT.
       01 WS-AUTH-AREA.
           05 PA-FUNCTION          PIC X.
           05 PA-DECLINE-REASON    PIC X(30).
           05 PA-ACCOUNT           PIC X(8).

      * Fraud screening commarea for the LINK to FRDSCR.
       01 WS-FRAUD-AREA.
           05 FS-FUNCTION          PIC X.
           05 FS-PNR               PIC X(6).
           05 FS-CHANNEL           PIC X(4).
           05 FS-PHONE             PIC X(14).
           05 FS-EMAIL             PIC X(30).
           05 FS-NAME              PIC X(18).
           05 FS-CARD-NAME         PIC X(18).
           05 FS-DEPDATE           PIC X(8).
           05 FS-DEPTIME           PIC X(4).
           05 FS-AMOUNT            PIC 9(7)V99.
           05 FS-SCORE             PIC 9(3).
           05 FS-RESULT            PIC X.
               88 FS-PASS          VALUE 'P'.
               88 FS-HOLD          VALUE 'H'.
           05 FS-REASONS           PIC X(16).
       01 WS-FRAUD-HOLD            PIC X VALUE 'N'.

      * PNR number generation, BOOK's own base-36 clock scheme.
       01 WS-PNR-RETRY             PIC 99 VALUE 0.
       01 WS-PNR-GEN-FAILED        PIC X VALUE 'N'.
           05 XD-PET-TYPE          PIC X(1).
           05 XD-PET-WT            PIC 9(3).
           05 XD-UPG-AMT           PIC 9(5)V99.
           05 XD-UPG-DATE          PIC X(8).
           05 XD-UPG-DAY-AMT       PIC 9(5)V99.
           05 XD-AGENCY            PIC X(8).
           05 FILLER               PIC X(131).
       01 WS-XTND-RESP             PIC S9(8) COMP.

      * Travel agency master row.
       01 WS-AGY-REC.
           05 AG-AGENCY            PIC X(8).
           05 AG-NAME              PIC X(30).
           05 AG-COMM-PCT          PIC 9(2)V99.
           05 AG-STATUS            PIC X(1).
               88 AG-ST-ACTIVE     VALUE 'A'.
       01 WS-AGY-RESP              PIC S9(8) COMP.
       01 WS-AGENCY                PIC X(8) VALUE SPACES.

      * Trip segment record.
       01 WS-SEG-REC.
           05 SE-KEY.
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).
       01 WS-AUDIT-RESP             PIC S9(8) COMP.

      * SCNOTIFY feed record.
           05 PR-EMAIL             PIC X(30).
           05 PR-REMARKS           PIC X(60).

      * PNRDATA forward-recovery journal - the after-image of
      * every add, change or delete of a booking, in the order
      * made; PNRRPLY replays it over a restored backup.
       01 WS-JRNL-REC.
           05 JR-DATE              PIC X(8).
           05 JR-TIME              PIC X(6).
           05 JR-PROGRAM           PIC X(8).
           05 JR-ACTION            PIC X.
               88 JR-ADD           VALUE 'A'.
               88 JR-CHANGE        VALUE 'C'.
               88 JR-DELETE        VALUE 'D'.
           05 JR-PNR               PIC X(6).
           05 JR-IMAGE             PIC X(892).
           05 FILLER               PIC X(9) VALUE SPACES.
       01 WS-JRNL-RESP             PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 BS-FUNCTION          PIC X.
               10 BS-AVL-DEP       PIC X(4).
               10 BS-AVL-ARR       PIC X(4).
               10 BS-AVL-SEATS     PIC 9(3).
           05 BS-CARD-NAME         PIC X(18).
           05 FILLER               PIC X(2).
           05 BS-AGENCY            PIC X(8).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *   A - THE DAY'S DEPARTURES FOR THE CITY PAIR
      * =======================================================
      *    Positions the FLSRCPX access path on the city pair and
      *    date and reads only that day's entries, each checked
      *    against the flight it names, with the selling class's
      *    open-seat bucket on each row, up to five rows.
       LIST-AVAILABILITY.
           MOVE 0 TO BS-AVL-CNT
           MOVE 'N' TO WS-BR-EOF
           MOVE BS-ORIG TO WS-CPX-BR-KEY(1:3)
           MOVE BS-DEST TO WS-CPX-BR-KEY(4:3)
           MOVE BS-DEPDATE TO WS-CPX-BR-KEY(7:8)
           MOVE LOW-VALUES TO WS-CPX-BR-KEY(15:5)

           EXEC CICS
               STARTBR FILE('FLSRCPX')
                       RIDFLD(WS-CPX-BR-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)

           PERFORM UNTIL WS-BR-EOF = 'Y' OR BS-AVL-CNT >= 5
               EXEC CICS
                   READNEXT FILE('FLSRCPX')
                            INTO(WS-CPX-REC)
                            RIDFLD(WS-CPX-BR-KEY)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR CX-ORIG NOT = BS-ORIG
                  OR CX-DEST NOT = BS-DEST
                  OR CX-DATE NOT = BS-DEPDATE
                   MOVE 'Y' TO WS-BR-EOF
               ELSE
                   PERFORM ADD-AVAILABILITY-ROW
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('FLSRCPX')
               RESP(WS-RESP)
           END-EXEC

               MOVE 'NO FLIGHTS FOUND' TO BS-MESSAGE
           END-IF.

      *    A stale entry - the flight since re-routed or purged -
      *    fails the check against the record and adds no row.
       ADD-AVAILABILITY-ROW.
           MOVE CX-FLTNUM TO WS-FLSR-KEY(1:5)
           MOVE CX-DATE TO WS-FLSR-KEY(6:8)
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-FLSR-REC)
                    RIDFLD(WS-FLSR-KEY)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-FLSR-REC(6:3) = BS-ORIG
              AND WS-FLSR-REC(17:3) = BS-DEST
              AND WS-FLSR-REC(9:8) = BS-DEPDATE
              AND WS-FLSR-REC(24:1) NOT = 'C'
               ADD 1 TO BS-AVL-CNT
               MOVE WS-FLSR-REC(1:5)
                   TO BS-AVL-FLT(BS-AVL-CNT)
               MOVE WS-FLSR-REC(20:4)
                   TO BS-AVL-DEP(BS-AVL-CNT)
               MOVE WS-FLSR-REC(32:4)
                   TO BS-AVL-ARR(BS-AVL-CNT)
               PERFORM GET-CLASS-SEATS
               MOVE WS-SEATS-NUM
                   TO BS-AVL-SEATS(BS-AVL-CNT)
           END-IF.

      *    The requested class's bucket when the flight has one,
      *    the whole-flight count when it does not.
       GET-CLASS-SEATS.

           COMPUTE BS-TOTAL-AMT = BS-FARE-AMT + BS-TAX-AMT.

      *    The class's generations are browsed and the one in
      *    effect on today's sale date is used, as BOOK does.
       LOOKUP-ROUTE-FARE.
           MOVE BS-CLASS TO FM-CLASS
           MOVE FM-KEY(1:7) TO WS-FARE-ROUTE
           MOVE LOW-VALUES TO FM-EFF-FROM
           MOVE WS-BASE-FARE TO WS-LEG-FARE
           MOVE 'N' TO WS-FARE-FOUND
           MOVE 'N' TO WS-FARE-EOF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-FARE-SALE-DATE)
           END-EXEC

           EXEC CICS
               STARTBR FILE('FAREMST')
                       RIDFLD(FM-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-FARE-ROW
               UNTIL WS-FARE-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('FAREMST')
               RESP(WS-RESP)
           END-EXEC.

       READ-NEXT-FARE-ROW.
           EXEC CICS
               READNEXT FILE('FAREMST')
                        INTO(WS-FARE-REC)
                        RIDFLD(FM-KEY)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR FM-KEY(1:7) NOT = WS-FARE-ROUTE
              OR FM-EFF-FROM > WS-FARE-SALE-DATE
               MOVE 'Y' TO WS-FARE-EOF
               EXIT PARAGRAPH
           END-IF

           IF FM-EFF-TO NOT < WS-FARE-SALE-DATE
               MOVE 'Y' TO WS-FARE-FOUND
               MOVE FM-FARE TO WS-LEG-FARE
               IF FM-CURR NOT = SPACES
                   MOVE FM-CURR TO WS-FARE-CURR
               END-IF
           END-IF.

       PRICE-STATION-TAXES.
      *   B - PRICE, SELL THE SEATS, PAY, TICKET, AND SAVE
      * =======================================================
       CREATE-BOOKING.
           PERFORM VERIFY-SELLING-AGENCY
           IF BS-RESULT NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM VERIFY-REQUESTED-LEGS
           IF BS-RESULT NOT = '00'
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FRAUD-HOLD
           IF BS-HOLD NOT = 'Y'
               PERFORM SCREEN-FOR-FRAUD
               IF WS-FRAUD-HOLD = 'Y'
                   MOVE 'Y' TO BS-HOLD
               END-IF
           END-IF

           IF BS-HOLD NOT = 'Y'
               PERFORM AUTHORIZE-PAYMENT
               IF BS-RESULT NOT = '00'
           PERFORM DECREMENT-TRIP-SEATS
           PERFORM WRITE-BOOKING-RECORDS.

      *    Only a caller passing the full commarea has the agency
      *    field at all; blank there is a direct sale too.
       VERIFY-SELLING-AGENCY.
           MOVE SPACES TO WS-AGENCY
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXIT PARAGRAPH
           END-IF
           IF BS-AGENCY = SPACES OR BS-AGENCY = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('AGYMST')
                    INTO(WS-AGY-REC)
                    RIDFLD(BS-AGENCY)
                    RESP(WS-AGY-RESP)
           END-EXEC

           IF WS-AGY-RESP NOT = DFHRESP(NORMAL)
               MOVE '09' TO BS-RESULT
               MOVE 'AGENCY NOT ON FILE' TO BS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT AG-ST-ACTIVE
               MOVE '09' TO BS-RESULT
               MOVE 'AGENCY NOT ACTIVE' TO BS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE BS-AGENCY TO WS-AGENCY.

      *    Both requested flights must be on the schedule for
      *    the dates, still selling, and with room in the class.
       VERIFY-REQUESTED-LEGS.
               MOVE 'CLASS CLOSED OR FULL' TO BS-MESSAGE
           END-IF.

      *    The same FRDSCR screening the booking screen runs,
      *    for card payment only; an on-account booking is not
      *    screened and a screening failure never blocks a sale.
       SCREEN-FOR-FRAUD.
           IF BS-PAY-METHOD NOT = SPACE
              AND BS-PAY-METHOD NOT = LOW-VALUES
              AND BS-PAY-METHOD NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FRAUD-AREA
           MOVE 'S' TO FS-FUNCTION
           MOVE BS-PNR TO FS-PNR
           MOVE 'BKSV' TO FS-CHANNEL
           MOVE BS-PHONE TO FS-PHONE
           MOVE BS-EMAIL TO FS-EMAIL
           MOVE BS-NAME TO FS-NAME
           MOVE BS-CARD-NAME TO FS-CARD-NAME
           MOVE BS-DEPDATE TO FS-DEPDATE
           MOVE WS-OUT-DEP TO FS-DEPTIME
           MOVE BS-TOTAL-AMT TO FS-AMOUNT

           EXEC CICS
               LINK PROGRAM('FRDSCR')
                    COMMAREA(WS-FRAUD-AREA)
                    LENGTH(132)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND FS-HOLD
               MOVE 'Y' TO WS-FRAUD-HOLD
           END-IF.

       QUEUE-FRAUD-REVIEW.
           MOVE 'Q' TO FS-FUNCTION
           MOVE BS-PNR TO FS-PNR

           EXEC CICS
               LINK PROGRAM('FRDSCR')
                    COMMAREA(WS-FRAUD-AREA)
                    LENGTH(132)
                    RESP(WS-RESP)
           END-EXEC.

       AUTHORIZE-PAYMENT.
           MOVE SPACES TO WS-AUTH-AREA
           MOVE 'A' TO PA-FUNCTION
                     RESP(WS-TKT-RESP)
           END-EXEC.

      *    The coupons are cut from the PNRSEG rows just written,
      *    in the same unit of work as the ticket.
       ISSUE-TICKET-COUPONS.
           MOVE SPACES TO WS-CPN-AREA
           MOVE 'I' TO CN-FUNCTION
           MOVE BS-PNR TO CN-PNR
           MOVE BS-TKT-NUMBER TO CN-TKT

           EXEC CICS
               LINK PROGRAM('CPNSVC')
                    COMMAREA(WS-CPN-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      *    The pool and the class bucket both come down, the
      *    same two counts the screen's sale moves.
       DECREMENT-TRIP-SEATS.
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO JR-ACTION
           PERFORM JOURNAL-PNR-IMAGE

           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-FLIGHT-XREF
           PERFORM SAVE-PNR-EXTENSION
           PERFORM SAVE-TAX-DETAIL
           PERFORM COUNT-PROMO-USE
           PERFORM WRITE-PNR-SEGMENTS
           IF BS-HOLD NOT = 'Y'
               PERFORM ISSUE-TICKET-COUPONS
           END-IF
           PERFORM WRITE-BOOKING-NOTIFICATION
           PERFORM WRITE-ITINERARY-RECEIPT

           IF WS-FRAUD-HOLD = 'Y'
               PERFORM QUEUE-FRAUD-REVIEW
               MOVE '08' TO BS-RESULT
               MOVE 'HELD FOR PAYMENT REVIEW' TO BS-MESSAGE
           END-IF

           EXEC CICS SYNCPOINT END-EXEC.

      * =======================================================
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * =======================================================
      *     JOURNAL THE PNR AFTER-IMAGE FOR FORWARD RECOVERY
      * =======================================================
      *    Written in the same unit of work as the PNRDATA
      *    update, so a backed-out change leaves no image.
       JOURNAL-PNR-IMAGE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(JR-DATE)
                          TIME(JR-TIME)
           END-EXEC

           MOVE 'BOKSV' TO JR-PROGRAM
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           EXEC CICS
               WRITE FILE('PNRJRNL')
                     FROM(WS-JRNL-REC)
                     RESP(WS-JRNL-RESP)
           END-EXEC.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-REC
           MOVE BS-PNR TO AU-PNR
           MOVE 'WEB' TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC.

       WRITE-FLIGHT-XREF.
           MOVE SPACE TO XD-PET-TYPE
           MOVE ZEROS TO XD-PET-WT
           MOVE ZEROS TO XD-UPG-AMT
           MOVE WS-AGENCY TO XD-AGENCY

           EXEC CICS
               WRITE FILE('PNRXTND')
