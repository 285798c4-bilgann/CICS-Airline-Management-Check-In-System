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
       01 WS-LEG-CURR              PIC X(3) VALUE 'USD'.

           05 XD-PET-TYPE          PIC X(1).
           05 XD-PET-WT            PIC 9(3).
           05 XD-UPG-AMT           PIC 9(5)V99.
           05 XD-UPG-DATE          PIC X(8).
           05 XD-UPG-DAY-AMT       PIC 9(5)V99.
           05 XD-AGENCY            PIC X(8).
           05 XD-ASSIST-TYPE       PIC X(4).
           05 FILLER               PIC X(127).
       01 WS-XTND-RESP             PIC S9(8) COMP.

      * Medical clearance case, keyed by PNR - opened here when
      * the assistance type needs the medical desk's approval
      * (stretcher, oxygen, medical escort) and worked in MEDC.
      * Check-in refuses the booking until it is approved.
       01 WS-MEDC-REC.
           05 MC-PNR               PIC X(6).
           05 MC-ASSIST-TYPE       PIC X(4).
           05 MC-STATUS            PIC X.
               88 MC-ST-OPEN       VALUE 'O'.
               88 MC-ST-FORM       VALUE 'F'.
               88 MC-ST-APPROVED   VALUE 'A'.
               88 MC-ST-REFUSED    VALUE 'R'.
           05 MC-OUT-FLT           PIC X(6).
           05 MC-DEPDATE           PIC X(8).
           05 MC-OPEN-DATE         PIC X(8).
           05 MC-FORM-DATE         PIC X(8).
           05 MC-DECISION-DATE     PIC X(8).
           05 MC-DECISION-USER     PIC X(8).
           05 MC-CONDITIONS        PIC X(60).
           05 FILLER               PIC X(13).
       01 WS-MEDC-RESP             PIC S9(8) COMP.
       01 WS-OLD-CLASS             PIC X VALUE 'Y'.
       01 WS-OLD-PET               PIC X VALUE SPACE.
       01 WS-OLD-ALOT              PIC X VALUE 'N'.
           05 PA-DECLINE-REASON    PIC X(30).
           05 PA-ACCOUNT           PIC X(8).

      * Ancillary document commarea for the LINK to EMDISS - each
      * fee the booking charges is issued as its own document
      * against the ticket.
       01 WS-EMD-AREA.
           05 ED-FUNCTION          PIC X.
           05 ED-SERVICE           PIC X(4).
           05 ED-PNR               PIC X(6).
           05 ED-PSGR              PIC 9(2).
           05 ED-TKT               PIC X(13).
           05 ED-AMT               PIC 9(5)V99.
           05 ED-CURR              PIC X(3).
           05 ED-PAY-METHOD        PIC X.
           05 ED-PAY-REF           PIC X(4).
           05 ED-PROGRAM           PIC X(4).
           05 ED-NEW-TYPE          PIC X.
           05 ED-RESULT            PIC X.
           05 ED-NUMBER            PIC X(13).
       01 WS-EMD-SERVICE           PIC X(4) VALUE SPACES.
       01 WS-EMD-AMT               PIC 9(5)V99 VALUE ZERO.

      * Coupon commarea for the LINK to CPNSVC - the ticket gets a
      * coupon per segment, and an exchanged ticket's open ones
      * close with it.
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

      * Fraud screening commarea for the LINK to FRDSCR - a card
      * booking that scores too high is held for the review
      * desk instead of being charged.
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

      * Watchlist screening commarea for the LINK to WLSCRN - a
      * possible match is held for a supervisor there; the sale
      * itself goes through.
       01 WS-WATCH-AREA.
           05 WC-FUNCTION          PIC X.
           05 WC-PROGRAM           PIC X(4).
           05 WC-USER              PIC X(8).
           05 WC-RESULT            PIC X.
           05 WC-LIST-ID           PIC X(10).
           05 WC-PNR-IMAGE         PIC X(892).

      * Travel-credit voucher offered at the payment step - the
      * open balance pays first and only the remainder, if any,
      * goes through PAYAUT as a card charge.
               88 LY-ST-CLOSED     VALUE 'C'.
       01 WS-LOY-RESP              PIC S9(8) COMP.

      * Loyalty tier benefits - one row per tier on TIERBEN,
      * loaded through TIERLOAD. The member's free bags come off
      * the checked-bag fee; a tier with no row gets none.
       01 WS-TIERBEN-REC.
           05 TB-TIER              PIC X.
           05 TB-NAME              PIC X(8).
           05 TB-FREE-BAGS         PIC 9.
           05 TB-EXTRA-KG          PIC 9(2).
           05 TB-PRI-BOARD         PIC X.
               88 TB-PRIORITY-BOARDING VALUE 'Y'.
           05 TB-BP-MARKER         PIC X(10).
           05 TB-UPG-RANK          PIC 9.
       01 WS-TBN-RESP              PIC S9(8) COMP.
       01 WS-FREE-BAGS             PIC 9(2) VALUE 0.
       01 WS-BAGS-CHARGED          PIC 9(2) VALUE 0.

      * Loyalty history record - append-only, the way AUDTFIL
      * is written; every accrual, redemption and adjustment
      * leaves a line the member can be shown.
       01 WS-RULE-BLOCKED          PIC X VALUE 'N'.
       01 WS-CHG-PENALTY           PIC 9(5)V99 VALUE ZERO.

      * Travel agency master row - an agency-sold booking must
      * name an agency that is on file and active.
       01 WS-AGY-REC.
           05 AG-AGENCY            PIC X(8).
           05 AG-NAME              PIC X(30).
           05 AG-COMM-PCT          PIC 9(2)V99.
           05 AG-STATUS            PIC X(1).
               88 AG-ST-ACTIVE     VALUE 'A'.
       01 WS-AGY-RESP              PIC S9(8) COMP.
       01 WS-AGENCY-BAD            PIC X VALUE 'N'.

      * Promotional code master row - marketing's seat-sale code
      * priced into the fare when the booking carries one, with
      * usage counted against the campaign's cap.
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).
       01 WS-AUDIT-OLD-STATUS       PIC X VALUE SPACE.
       01 WS-AUDIT-RESP             PIC S9(8) COMP.

           05 PR-EMAIL              PIC X(30).
           05 PR-REMARKS            PIC X(60).

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

      * Date conversion work fields
       01 WS-MONTH-TABLE.
           05 FILLER               PIC X(3) VALUE 'JAN'.
           VALUE 'BOOK: UNABLE TO SAVE BOOKING DATA'.
       01 WS-RESP-DISP             PIC 9(8).

      * Transaction authority - AUTCHK checks the signed-on
      * operator's role against the AUTHMTX matrix.
       01 WS-AUTHCHK-AREA.
           05 AT-TRAN              PIC X(4).
           05 AT-FUNC              PIC X(4).
           05 AT-DEFAULT           PIC X(8).
           05 AT-RESULT            PIC X.
               88 AT-ALLOWED       VALUE 'Y'.
               88 AT-REFUSED       VALUE 'N'.
           05 AT-USERID            PIC X(8).
           05 AT-ROLE              PIC X.
       01 WS-AUTH-RESP             PIC S9(8) COMP.
       01 WS-REFUSED-MESSAGE       PIC X(40)
           VALUE 'NOT AUTHORIZED FOR THIS TRANSACTION'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 CA-STATE             PIC X.
      *    Travel-credit voucher offered as payment (method V) -
      *    the register number the desk took from the passenger.
           05 CA-VOUCHER           PIC X(10).
      *    Travel agency that sold the booking - AGYMST number,
      *    blank for a direct sale. Kept on PNRXTND for the
      *    monthly agency statement.
           05 CA-AGENCY            PIC X(8).
      *    Assistance type behind CA-ASSIST - the SSR code (WCHR,
      *    STCR, OXYG...) keyed on the search screen.
           05 CA-ASSIST-TYPE       PIC X(4).
           05 FILLER               PIC X(16).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               PERFORM SEND-ERROR-MESSAGE
                               TO WS-SAVE-ERROR
                       ELSE
                           PERFORM APPLY-CHANGE-RULE
                           PERFORM CHECK-SELLING-AGENCY
                           IF WS-RULE-BLOCKED = 'Y'
                               MOVE 'Y' TO WS-PAY-DECLINED
                               MOVE 'TICKET IS NOT CHANGEABLE'
                                   TO PA-DECLINE-REASON
                           ELSE
                           IF WS-AGENCY-BAD = 'Y'
                               MOVE 'Y' TO WS-PAY-DECLINED
                               MOVE 'AGENCY NOT ACTIVE ON FILE'
                                   TO PA-DECLINE-REASON
                           ELSE
                               EVALUATE CA-PAY-METHOD
                                   WHEN 'M'
                                       PERFORM
                                           PROCESS-VOUCHER-PAYMENT
                                   WHEN OTHER
                                       PERFORM SCREEN-FOR-FRAUD
                                       IF WS-FRAUD-HOLD = 'Y'
                                           MOVE 'Y'
                                             TO WS-HOLD-REQUESTED
                                       ELSE
                                           PERFORM PROCESS-PAYMENT
                                       END-IF
                               END-EVALUATE
                           END-IF
                           END-IF
                           IF WS-PAY-DECLINED = 'N'
                               PERFORM SAVE-BOOKING-DETAILS
                               IF WS-PNR-WRITTEN = 'Y'
      *            a same-day expiry instead of being confirmed
                   IF EIBAID = DFHPF5
                       MOVE 'Y' TO WS-HOLD-REQUESTED
                       PERFORM CHECK-SELLING-AGENCY
                       IF WS-AGENCY-BAD = 'Y'
                           MOVE 'Y' TO WS-PAY-DECLINED
                           MOVE 'AGENCY NOT ACTIVE ON FILE'
                               TO PA-DECLINE-REASON
                       ELSE
                           PERFORM SAVE-BOOKING-DETAILS
                           IF WS-PNR-WRITTEN = 'Y'
                               MOVE 'C' TO CA-STATE
                           END-IF
                       END-IF
                   END-IF

                           DELIMITED BY SIZE INTO MSGO
                       END-STRING
                   ELSE
                       IF CA-PNR-STATUS = 'H'
                          AND WS-FRAUD-HOLD = 'Y'
                           STRING 'PNR ' CA-PNR
                                  ' HELD FOR PAYMENT REVIEW - '
                                  'NOT CHARGED'
                               DELIMITED BY SIZE INTO MSGO
                           END-STRING
                       ELSE
                       IF CA-PNR-STATUS = 'H'
                           STRING 'PNR ' CA-PNR
                                  ' HELD - MUST BE CONFIRMED BY '
                               DELIMITED BY SIZE INTO MSGO
                           END-STRING
                       END-IF
                       END-IF
                   END-IF
                   END-IF
               WHEN OTHER
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'C' TO JR-ACTION
               PERFORM JOURNAL-PNR-IMAGE
               EXEC CICS SYNCPOINT END-EXEC
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
      *       LOOK UP ONE LEG'S FARE ON THE ROUTE MASTER
      * =======================================================
      *    FM-ORIG/FM-DEST are set by the caller; the booked
      *    class's generations are browsed and the one in effect
      *    on today's sale date returns WS-LEG-FARE, or
      *    WS-BASE-FARE when the route/class has none in effect.
       LOOKUP-ROUTE-FARE.
           MOVE CA-CLASS TO FM-CLASS
           MOVE FM-KEY(1:7) TO WS-FARE-ROUTE
           MOVE LOW-VALUES TO FM-EFF-FROM
           MOVE WS-BASE-FARE TO WS-LEG-FARE
           MOVE 'USD' TO WS-LEG-CURR
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

      *    Generations come back oldest first; each one already
      *    started and not yet ended replaces the one before, and
      *    the first that starts after today ends the browse.
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
               IF FM-CURR = SPACES
                   MOVE 'USD' TO WS-LEG-CURR
               ELSE
                   MOVE FM-CURR TO WS-LEG-CURR
               END-IF
           END-IF.

      * =======================================================
      * =======================================================
      *    A flat per-leg checked-bag fee, same rate every route,
      *    same shape as CALCULATE-FARE above - charged once per
      *    passenger on each leg where a bag was checked. A
      *    loyalty member's tier may carry free bags on each leg,
      *    never more than the bags the party checks.
       CALCULATE-BAGGAGE-FEE.
           MOVE ZERO TO CA-BAG-FEE
           PERFORM GET-MEMBER-FREE-BAGS
           IF WS-FREE-BAGS < WS-SEATED-NUM
               COMPUTE WS-BAGS-CHARGED = WS-SEATED-NUM - WS-FREE-BAGS
           ELSE
               MOVE ZERO TO WS-BAGS-CHARGED
           END-IF

           IF CA-OUT-BAGGAGE = 'Y'
               COMPUTE CA-BAG-FEE ROUNDED =
                   CA-BAG-FEE + (WS-BAG-FEE-RATE * WS-BAGS-CHARGED)
           END-IF
           IF CA-TRIPTYPE = 'R' AND CA-RET-BAGGAGE = 'Y'
               COMPUTE CA-BAG-FEE ROUNDED =
                   CA-BAG-FEE + (WS-BAG-FEE-RATE * WS-BAGS-CHARGED)
           END-IF.

      *    Open member on LOYFIL, tier row on TIERBEN - anything
      *    less and the booking pays for every bag.
       GET-MEMBER-FREE-BAGS.
           MOVE ZERO TO WS-FREE-BAGS
           IF CA-FF-NUMBER = SPACES OR CA-FF-NUMBER = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('LOYFIL')
                    INTO(WS-LOY-REC)
                    RIDFLD(CA-FF-NUMBER)
                    RESP(WS-LOY-RESP)
           END-EXEC

           IF WS-LOY-RESP NOT = DFHRESP(NORMAL) OR LY-ST-CLOSED
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('TIERBEN')
                    INTO(WS-TIERBEN-REC)
                    RIDFLD(LY-TIER)
                    RESP(WS-TBN-RESP)
           END-EXEC

           IF WS-TBN-RESP = DFHRESP(NORMAL)
               MOVE TB-FREE-BAGS TO WS-FREE-BAGS
           END-IF.

      * =======================================================
                               RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'C' TO JR-ACTION
                       PERFORM JOURNAL-PNR-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-BOOKING-NOTIFICATION
                       PERFORM WRITE-FLIGHT-XREF
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'A' TO JR-ACTION
                       PERFORM JOURNAL-PNR-IMAGE
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-BOOKING-NOTIFICATION
                       PERFORM WRITE-FLIGHT-XREF
               MOVE 'N' TO WS-PNR-WRITTEN
           END-IF.

      *    The new ticket's coupons are cut from the segment rows
      *    just written, inside the same unit of work.
           IF WS-PNR-WRITTEN = 'Y' AND WS-HOLD-REQUESTED = 'N'
               PERFORM ISSUE-TICKET-COUPONS
           END-IF

      *    A booking screening held goes to the review desk in
      *    the same unit of work that saves it.
           IF WS-PNR-WRITTEN = 'Y' AND WS-FRAUD-HOLD = 'Y'
               PERFORM QUEUE-FRAUD-REVIEW
           END-IF

           IF WS-PNR-WRITTEN = 'Y'
               PERFORM SCREEN-WATCHLIST
           END-IF

           IF WS-PNR-WRITTEN = 'Y'
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM SAVE-PASSENGER-PROFILE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

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

           MOVE 'BOOK' TO JR-PROGRAM
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           EXEC CICS
               WRITE FILE('PNRJRNL')
                     FROM(WS-JRNL-REC)
                     RESP(WS-JRNL-RESP)
           END-EXEC.

      * =======================================================
      *          WRITE PNR STATUS AUDIT RECORD
      * =======================================================
           MOVE SG-USERID TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC.

      * =======================================================
      *    The next sequential number comes off the register's
      *    control row; rebooking a ticketed PNR marks the old
      *    ticket exchanged and issues a fresh one against it.
      *    The ticket carries fare and tax; each fee the booking
      *    charged goes on EMDREG as its own document.
       ISSUE-TICKET.
           IF CA-TKT-NUMBER NOT = SPACES
              AND CA-TKT-NUMBER NOT = LOW-VALUES
               MOVE CA-TKT-NUMBER TO WS-OLD-TKT
               PERFORM MARK-TICKET-EXCHANGED
               PERFORM EXCHANGE-FEE-DOCUMENTS
               PERFORM EXCHANGE-TICKET-COUPONS
           END-IF

           EXEC CICS
           END-EXEC

           COMPUTE TK-AMT = CA-FARE-AMT + CA-TAX-AMT
           MOVE CA-TAX-AMT TO TK-TAX
           IF CA-CURR = SPACES
               MOVE 'USD' TO TK-CURR
                     FROM(WS-TKT-REC)
                     RIDFLD(TK-NUMBER)
                     RESP(WS-TKT-RESP)
           END-EXEC

           PERFORM ISSUE-FEE-DOCUMENTS.

       MARK-TICKET-EXCHANGED.
           EXEC CICS
               END-EXEC
           END-IF.

      *    The old ticket's fee documents go with it.
       EXCHANGE-FEE-DOCUMENTS.
           MOVE SPACES TO WS-EMD-AREA
           MOVE 'E' TO ED-FUNCTION
           MOVE CA-PNR TO ED-PNR
           MOVE WS-OLD-TKT TO ED-TKT
           MOVE ZERO TO ED-PSGR
           MOVE ZERO TO ED-AMT

           EXEC CICS
               LINK PROGRAM('EMDISS')
                    COMMAREA(WS-EMD-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      *    ...and so do its coupons still open.
       EXCHANGE-TICKET-COUPONS.
           MOVE SPACES TO WS-CPN-AREA
           MOVE 'T' TO CN-FUNCTION
           MOVE CA-PNR TO CN-PNR
           MOVE WS-OLD-TKT TO CN-TKT
           MOVE 'E' TO CN-NEW-STATUS

           EXEC CICS
               LINK PROGRAM('CPNSVC')
                    COMMAREA(WS-CPN-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

       ISSUE-TICKET-COUPONS.
           MOVE SPACES TO WS-CPN-AREA
           MOVE 'I' TO CN-FUNCTION
           MOVE CA-PNR TO CN-PNR
           MOVE CA-TKT-NUMBER TO CN-TKT

           EXEC CICS
               LINK PROGRAM('CPNSVC')
                    COMMAREA(WS-CPN-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *   ISSUE A DOCUMENT FOR EACH FEE THE BOOKING CHARGED
      * =======================================================
       ISSUE-FEE-DOCUMENTS.
           MOVE 'BAGF' TO WS-EMD-SERVICE
           MOVE CA-BAG-FEE TO WS-EMD-AMT
           PERFORM ISSUE-ONE-FEE-DOCUMENT

           MOVE 'CHGP' TO WS-EMD-SERVICE
           MOVE WS-CHG-PENALTY TO WS-EMD-AMT
           PERFORM ISSUE-ONE-FEE-DOCUMENT

           MOVE 'UMNR' TO WS-EMD-SERVICE
           MOVE WS-UM-FEE TO WS-EMD-AMT
           PERFORM ISSUE-ONE-FEE-DOCUMENT

           MOVE 'PETF' TO WS-EMD-SERVICE
           MOVE WS-PET-FEE TO WS-EMD-AMT
           PERFORM ISSUE-ONE-FEE-DOCUMENT.

       ISSUE-ONE-FEE-DOCUMENT.
           IF WS-EMD-AMT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-EMD-AREA
           MOVE 'I' TO ED-FUNCTION
           MOVE WS-EMD-SERVICE TO ED-SERVICE
           MOVE CA-PNR TO ED-PNR
           MOVE ZERO TO ED-PSGR
           MOVE CA-TKT-NUMBER TO ED-TKT
           MOVE WS-EMD-AMT TO ED-AMT
           MOVE TK-CURR TO ED-CURR
           MOVE CA-PAY-METHOD TO ED-PAY-METHOD
           MOVE CA-PAY-REF TO ED-PAY-REF
           MOVE 'BOOK' TO ED-PROGRAM

           EXEC CICS
               LINK PROGRAM('EMDISS')
                    COMMAREA(WS-EMD-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *   KEEP THE FLIGHT/DATE ACCESS PATH CURRENT FOR THE PNR
      * =======================================================
               PERFORM SET-EXTENSION-PROMO
               PERFORM SET-EXTENSION-LANGUAGE
               PERFORM SET-EXTENSION-ALOT-FLAG
               PERFORM SET-EXTENSION-AGENCY
               PERFORM SET-EXTENSION-ASSIST-TYPE
               EXEC CICS
                   REWRITE FILE('PNRXTND')
                           FROM(WS-XTND-REC)
               PERFORM SET-EXTENSION-PROMO
               PERFORM SET-EXTENSION-LANGUAGE
               PERFORM SET-EXTENSION-ALOT-FLAG
               PERFORM SET-EXTENSION-AGENCY
               PERFORM SET-EXTENSION-ASSIST-TYPE
               EXEC CICS
                   WRITE FILE('PNRXTND')
                         FROM(WS-XTND-REC)
                         RIDFLD(XD-PNR)
                         RESP(WS-XTND-RESP)
               END-EXEC
           END-IF

           IF XD-ASSIST-TYPE = 'STCR' OR XD-ASSIST-TYPE = 'OXYG'
              OR XD-ASSIST-TYPE = 'MEDA'
               PERFORM OPEN-MEDICAL-CASE
           END-IF.

      *    The flag records that this booking sold out of its
               MOVE 'N' TO XD-ALOT
           END-IF.

      *    A rebook that keys no agency keeps the one the booking
      *    was sold under - the commission stays with the seller.
       SET-EXTENSION-AGENCY.
           IF CA-AGENCY NOT = SPACES AND CA-AGENCY NOT = LOW-VALUES
               MOVE CA-AGENCY TO XD-AGENCY
           END-IF.

      *    Same rule for the assistance type - a rebook that keys
      *    none keeps the one on file, unless the passenger has
      *    said outright that no assistance is wanted.
       SET-EXTENSION-ASSIST-TYPE.
           IF CA-ASSIST-TYPE NOT = SPACES
              AND CA-ASSIST-TYPE NOT = LOW-VALUES
               MOVE CA-ASSIST-TYPE TO XD-ASSIST-TYPE
           ELSE
               IF CA-ASSIST = 'N'
                   MOVE SPACES TO XD-ASSIST-TYPE
               END-IF
           END-IF.

      * =======================================================
      *   OPEN THE MEDICAL DESK'S CLEARANCE CASE FOR THE PNR
      * =======================================================
      *    One case per booking. A rebook keeps the case and its
      *    decision, only moving the flight it is for - unless
      *    the assistance type itself changed, which needs a
      *    fresh clearance and sends the case back to open.
       OPEN-MEDICAL-CASE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
           END-EXEC

           EXEC CICS
               READ FILE('MEDCASE')
                    INTO(WS-MEDC-REC)
                    RIDFLD(CA-PNR)
                    UPDATE
                    RESP(WS-MEDC-RESP)
           END-EXEC

           IF WS-MEDC-RESP = DFHRESP(NORMAL)
               IF MC-ASSIST-TYPE NOT = XD-ASSIST-TYPE
                   MOVE XD-ASSIST-TYPE TO MC-ASSIST-TYPE
                   MOVE 'O' TO MC-STATUS
                   MOVE WS-CURR-DATE TO MC-OPEN-DATE
                   MOVE SPACES TO MC-FORM-DATE
                   MOVE SPACES TO MC-DECISION-DATE
                   MOVE SPACES TO MC-DECISION-USER
                   MOVE SPACES TO MC-CONDITIONS
               END-IF
               MOVE CA-OUT-FLT TO MC-OUT-FLT
               MOVE CA-DEPDATE TO MC-DEPDATE
               EXEC CICS
                   REWRITE FILE('MEDCASE')
                           FROM(WS-MEDC-REC)
                           RESP(WS-MEDC-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-MEDC-REC
               MOVE CA-PNR TO MC-PNR
               MOVE XD-ASSIST-TYPE TO MC-ASSIST-TYPE
               MOVE 'O' TO MC-STATUS
               MOVE CA-OUT-FLT TO MC-OUT-FLT
               MOVE CA-DEPDATE TO MC-DEPDATE
               MOVE WS-CURR-DATE TO MC-OPEN-DATE
               EXEC CICS
                   WRITE FILE('MEDCASE')
                         FROM(WS-MEDC-REC)
                         RIDFLD(MC-PNR)
                         RESP(WS-MEDC-RESP)
               END-EXEC
           END-IF.

      *    Only a code that actually priced a discount goes on
      *    the extension - a failed code leaves no trace. The
      *    test is the commarea's discount amount, set back at
               MOVE SPACES TO CA-PNR
           END-IF.

      * =======================================================
      *      SCREEN A CARD BOOKING BEFORE IT IS CHARGED
      * =======================================================
      *    FRDSCR weighs the booking against the fraud rules; a
      *    hold result raises WS-FRAUD-HOLD and the caller saves
      *    the booking held, uncharged and unticketed. An
      *    on-account booking is the corporate customer's own
      *    and is not screened. BOOKMAP has no card-holder field,
      *    so the name rule does not apply at the desk. A
      *    screening failure never blocks a sale.
       SCREEN-FOR-FRAUD.
           MOVE 'N' TO WS-FRAUD-HOLD

           IF CA-PAY-METHOD = SPACE OR CA-PAY-METHOD = LOW-VALUES
               MOVE 'C' TO CA-PAY-METHOD
           END-IF
           IF CA-PAY-METHOD NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FRAUD-AREA
           MOVE 'S' TO FS-FUNCTION
           MOVE CA-PNR TO FS-PNR
           MOVE 'BOOK' TO FS-CHANNEL
           MOVE CA-PHONE TO FS-PHONE
           MOVE CA-EMAIL TO FS-EMAIL
           MOVE CA-NAME TO FS-NAME
           MOVE CA-DEPDATE TO FS-DEPDATE
           MOVE CA-OUT-DEP TO FS-DEPTIME
           COMPUTE FS-AMOUNT = CA-FARE-AMT + CA-TAX-AMT
               + CA-BAG-FEE + WS-CHG-PENALTY + WS-UM-FEE
               + WS-PET-FEE

           EXEC CICS
               LINK PROGRAM('FRDSCR')
                    COMMAREA(WS-FRAUD-AREA)
                    LENGTH(132)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND FS-HOLD
               MOVE 'Y' TO WS-FRAUD-HOLD
           END-IF.

      * =======================================================
      *   PUT THE SCREENED-OUT BOOKING ON THE FRAU QUEUE
      * =======================================================
       QUEUE-FRAUD-REVIEW.
           MOVE 'Q' TO FS-FUNCTION
           MOVE CA-PNR TO FS-PNR

           EXEC CICS
               LINK PROGRAM('FRDSCR')
                    COMMAREA(WS-FRAUD-AREA)
                    LENGTH(132)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *   SCREEN THE SAVED PARTY AGAINST THE WATCHLISTS
      * =======================================================
      *    WLSCRN holds and queues a possible match itself; the
      *    desk is not told - check-in is where it stops.
       SCREEN-WATCHLIST.
           PERFORM GET-SIGNED-ON-USER
           MOVE SPACES TO WS-WATCH-AREA
           MOVE 'S' TO WC-FUNCTION
           MOVE 'BOOK' TO WC-PROGRAM
           MOVE SG-USERID TO WC-USER
           MOVE WS-PNR-REC TO WC-PNR-IMAGE

           EXEC CICS
               LINK PROGRAM('WLSCRN')
                    COMMAREA(WS-WATCH-AREA)
                    LENGTH(916)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *              TAKE PAYMENT FOR THE BOOKING
      * =======================================================
               END-IF
           END-IF.

      *    Blank is a direct sale. A keyed agency must be on
      *    AGYMST and active (not suspended or closed) before the
      *    booking can be taken or held in its name.
       CHECK-SELLING-AGENCY.
           MOVE 'N' TO WS-AGENCY-BAD
           IF CA-AGENCY = SPACES OR CA-AGENCY = LOW-VALUES
               MOVE SPACES TO CA-AGENCY
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('AGYMST')
                    INTO(WS-AGY-REC)
                    RIDFLD(CA-AGENCY)
                    RESP(WS-AGY-RESP)
           END-EXEC

           IF WS-AGY-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AGENCY-BAD
           ELSE
               IF NOT AG-ST-ACTIVE
                   MOVE 'Y' TO WS-AGENCY-BAD
               END-IF
           END-IF.

       SET-SAVE-ERROR.
           MOVE SPACES TO WS-SAVE-ERROR

           IF WS-SIGNON-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-SIGNON-REC
           END-IF.

      * =======================================================
      *   MAY THE SIGNED-ON OPERATOR RUN THIS TRANSACTION?
      * =======================================================
       CHECK-TRANS-AUTHORITY.
           MOVE SPACES TO AT-FUNC
           MOVE SPACES TO AT-DEFAULT
           PERFORM CALL-AUTHORITY-CHECK
           IF NOT AT-ALLOWED
               EXEC CICS
                   SEND TEXT FROM(WS-REFUSED-MESSAGE)
                        LENGTH(40)
                        ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

      *    AT-FUNC and AT-DEFAULT are the caller's; a check that
      *    cannot be made counts as a refusal.
       CALL-AUTHORITY-CHECK.
           MOVE 'BOOK' TO AT-TRAN
           MOVE 'N' TO AT-RESULT
           EXEC CICS
               LINK PROGRAM('AUTCHK')
                    COMMAREA(WS-AUTHCHK-AREA)
                    LENGTH(26)
                    RESP(WS-AUTH-RESP)
           END-EXEC
           IF WS-AUTH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO AT-RESULT
           END-IF.
