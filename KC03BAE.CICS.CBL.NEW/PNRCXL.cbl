       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNRCXL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   PNR CANCELLATION SERVICE
      * =======================================================
      *    The cancellation the CKIN desk makes on PF2 (refund
      *    to the card) and PF6 (travel-credit voucher), LINKed
      *    to with a small commarea and no terminal, so anything
      *    that has to cancel a booking - the desk itself, or a
      *    passenger declining a disruption notice through
      *    NTCRSV - cancels it the one way: the party's seats go
      *    back to the pool, its class bucket, block and
      *    counters, its SEATFIL slots are freed, the X status
      *    is journalled and audited, the refund goes pending on
      *    REFUNDF (or the voucher onto VCHRFIL), the ticket,
      *    its coupons and the bag document close, and the
      *    longest-waiting waitlist booking is promoted into the
      *    freed seats. The caller checks who may cancel.
      *
      *    CX-VOUCHER     Y keeps the value as a voucher
      *    CX-PROGRAM     the caller, for the audit and journal
      *    CX-USER        who asked, for the audit trail
      *    Result codes:
      *      00 cancelled    01 PNR not found
      *      02 update failed - nothing was changed
      *    CX-OLD-STATUS comes back with the status the booking
      *    had, CX-VCH-NUMBER with the voucher when one issued.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.

      * FLSRFIL seat-count restoration on cancel
       01 WS-FLSR-REC              PIC X(38).
       01 WS-FLSR-KEY              PIC X(13).
       01 WS-SEATS-NUM             PIC 9(3) VALUE 0.

      * Class inventory bucket - the cancelled party's seats go
      * back to the class they were sold in, alongside the
      * whole-flight count above; a promoted waitlist booking
      * draws its bucket down the way BOOK's sale did.
       01 WS-CLSINV-REC.
           05 CL-KEY.
               10 CL-FLTNUM        PIC X(5).
               10 CL-DATE          PIC X(8).
               10 CL-CLASS         PIC X(1).
           05 CL-SEATS             PIC 9(3).
       01 WS-CLS-RESP              PIC S9(8) COMP.

      * PNR extension record - where the booked class lives, the
      * 892-byte PNRDATA layout being frozen.
       01 WS-XTND-REC.
           05 XD-PNR               PIC X(6).
           05 XD-CLASS             PIC X(1).
           05 XD-ALOT              PIC X(1).
           05 XD-CURR              PIC X(3).
           05 XD-TAX-AMT           PIC 9(5)V99.
           05 XD-PROMO             PIC X(8).
           05 XD-DISC-AMT          PIC 9(5)V99.
           05 XD-LANG              PIC X(2).
           05 XD-PET-TYPE          PIC X(1).
           05 XD-PET-WT            PIC 9(3).
           05 XD-UPG-AMT           PIC 9(5)V99.
           05 XD-UPG-DATE          PIC X(8).
           05 XD-UPG-DAY-AMT       PIC 9(5)V99.
           05 XD-AGENCY            PIC X(8).
           05 XD-ASSIST-TYPE       PIC X(4).
           05 FILLER               PIC X(127).
       01 WS-XTND-RESP             PIC S9(8) COMP.
       01 WS-OLD-CLASS             PIC X VALUE 'Y'.
       01 WS-OLD-PET               PIC X VALUE SPACE.

       01 WS-PETCNT-REC.
           05 PE-KEY.
               10 PE-FLTNUM        PIC X(5).
               10 PE-DATE          PIC X(8).
           05 PE-CABIN             PIC 9(2).
           05 PE-HOLD              PIC 9(2).
       01 WS-PETCNT-RESP           PIC S9(8) COMP.

       01 WS-OLD-ALOT              PIC X VALUE 'N'.
       01 WS-OLD-CURR              PIC X(3) VALUE 'USD'.
       01 WS-OLD-TAX               PIC 9(5)V99 VALUE ZERO.

      * Fare rule for the cancelled booking's class - the
      * cancellation penalty nets out of the refund, and a
      * non-refundable class gives no fare back at all.
       01 WS-RULE-REC.
           05 FR-CLASS             PIC X(1).
           05 FR-CHANGEABLE        PIC X(1).
           05 FR-REFUNDABLE        PIC X(1).
           05 FR-CHG-PENALTY       PIC 9(5)V99.
           05 FR-CXL-PENALTY       PIC 9(5)V99.
       01 WS-RULE-RESP             PIC S9(8) COMP.

      * Tour-operator allotment block - a booking sold out of its
      * operator's block hands freed seats back to the block, not
      * to the flight's general pool.
       01 WS-ALOT-REC.
           05 AL-KEY.
               10 AL-FLTNUM        PIC X(5).
               10 AL-DATE          PIC X(8).
               10 AL-OPER          PIC X(8).
           05 AL-SEATS-HELD        PIC 9(3).
           05 AL-SEATS-USED        PIC 9(3).
           05 AL-RELEASE-DATE      PIC X(8).
       01 WS-ALOT-RESP             PIC S9(8) COMP.
       01 WS-ALOT-CREDITED         PIC X VALUE 'N'.
       01 WS-LEG-FLT5              PIC X(5) VALUE SPACES.
       01 WS-LEG-DATE8             PIC X(8) VALUE SPACES.

      * Overbooking settlement on restore - the freed seats pay
      * the oversold count down before the pool gets any back.
       01 WS-OVB-REC.
           05 OV-KEY.
               10 OV-FLTNUM        PIC X(5).
               10 OV-DATE          PIC X(8).
           05 OV-EXTRA-SEATS       PIC 9(3).
           05 OV-SOLD              PIC 9(3).
       01 WS-OVB-RESP              PIC S9(8) COMP.
       01 WS-OVB-LEFT              PIC 9(3) VALUE 0.

      * The cancelled/rebooked party's seated heads and infants,
      * told apart from the PNR's own types - freed seats go back
      * by the seated count and the infants come off INFCNT.
       01 WS-PR-SEATED             PIC 9(2) VALUE 0.
       01 WS-PR-INFANTS            PIC 9(2) VALUE 0.
       01 WS-PRT-IX                PIC 9(2) VALUE 0.

       01 WS-INFCNT-REC.
           05 IC-KEY.
               10 IC-FLTNUM        PIC X(5).
               10 IC-DATE          PIC X(8).
           05 IC-BOOKED            PIC 9(2).
       01 WS-INFCNT-RESP           PIC S9(8) COMP.

      * SEATFIL slot restoration for a checked-in passenger on cancel
       01 WS-SEAT-REC.
           05 SR-FLIGHT             PIC X(6).
           05 SR-DATE               PIC X(8).
           05 SR-ACFT-TYPE          PIC X(3).
           05 SR-SEAT-CNT           PIC 9(3).
           05 SR-SEAT OCCURS 150 TIMES.
               10 SR-SEATNO         PIC X(3).
       01 WS-SEAT-KEY.
           05 WS-SEAT-KEY-FLT      PIC X(6).
           05 WS-SEAT-KEY-DATE     PIC X(8).
       01 WS-CANCEL-IX             PIC 99 VALUE 0.
       01 WS-CANCEL-SEATNO-IX      PIC 9(3) VALUE 0.

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
       01 WS-AUDIT-OLD-STATUS       PIC X VALUE SPACE.
       01 WS-AUDIT-RESP             PIC S9(8) COMP.

      * Refund record written for every cancellation of a paid PNR
      * (append-only, the same way AUDTFIL is written). RFSETL
      * settles pending records and reports refunds due by payment
      * method, so finance no longer reconciles them by hand.
       01 WS-REFUND-REC.
           05 RF-PNR                PIC X(6).
           05 RF-DATE               PIC X(8).
           05 RF-TIME               PIC X(6).
           05 RF-PAY-METHOD         PIC X.
           05 RF-PAY-REF            PIC X(4).
           05 RF-FARE-AMT           PIC 9(7)V99.
           05 RF-BAG-FEE            PIC 9(5)V99.
           05 RF-STATUS             PIC X.
               88 RF-ST-PENDING     VALUE 'P'.
               88 RF-ST-SETTLED     VALUE 'S'.
           05 RF-CURR               PIC X(3).
           05 RF-TAX-AMT            PIC 9(5)V99.
       01 WS-REFUND-RESP            PIC S9(8) COMP.

      * Travel-credit voucher - the cancellation's value kept as
      * credit instead of money back, at the passenger's choice
      * (PF6 cancels with credit, PF2 with the card refund).
       01 WS-VCH-REC.
           05 VC-NUMBER             PIC X(10).
           05 VC-PNR                PIC X(6).
           05 VC-ISSUE-DATE         PIC X(8).
           05 VC-EXPIRY-DATE        PIC X(8).
           05 VC-ORIG-AMT           PIC 9(7)V99.
           05 VC-BALANCE            PIC 9(7)V99.
           05 VC-CURR               PIC X(3).
           05 VC-STATUS             PIC X.
               88 VC-ST-OPEN        VALUE 'O'.
               88 VC-ST-DEPLETED    VALUE 'D'.
               88 VC-ST-EXPIRED     VALUE 'X'.
           05 VC-LAST-PNR           PIC X(6).
           05 VC-LAST-DATE          PIC X(8).
       01 WS-VCH-RESP               PIC S9(8) COMP.
       01 WS-VOUCHER-CHOICE         PIC X VALUE 'N'.
       01 WS-VCH-ISSUED             PIC X VALUE 'N'.
       01 WS-VCH-WRITTEN            PIC X VALUE 'N'.
       01 WS-VCH-SEQ                PIC 9(3) VALUE 0.
       01 WS-VCH-EXPIRY.
           05 WS-VCH-EXP-YEAR       PIC 9(4).
           05 WS-VCH-EXP-MMDD       PIC X(4).

      * Ticket register row for the voided/refunded ticket.
       01 WS-TKT-REC.
           05 TK-NUMBER            PIC X(13).
           05 TK-TYPE              PIC X.
           05 TK-PNR               PIC X(6).
           05 TK-DATE              PIC X(8).
           05 TK-TIME              PIC X(6).
           05 TK-AMT               PIC 9(7)V99.
           05 TK-TAX               PIC 9(5)V99.
           05 TK-CURR              PIC X(3).
           05 TK-LAST-SEQ          PIC 9(10).
       01 WS-TKT-RESP              PIC S9(8) COMP.

      * Ancillary document commarea for the LINK to EMDISS - the
      * booking's bag fee document closes with the ticket.
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

      * Coupon commarea for the LINK to CPNSVC - the ticket's
      * unflown coupons close the way the ticket does.
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

      * SCNOTIFY feed record - same 155-byte shape the rest of the
      * system writes; appended here when a promotion happens.
       01 WS-NOTIFY-REC.
           05 NT-PNR                 PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 NT-MESSAGE             PIC X(90).
           05 NT-PHONE               PIC X(14).
           05 NT-EMAIL               PIC X(30).
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).
       01 WS-NOTIFY-RESP            PIC S9(8) COMP.

      * Immediate waitlist promotion - when this transaction gives
      * a party's seats back, the longest-waiting WAITLIST booking
      * on each freed flight is promoted on the spot instead of
      * waiting for gate closeout. Ordering matches GTCLSE's: the
      * candidate's first audit entry is when it was booked.
       01 WS-PROM-LEG-CNT          PIC 9 VALUE 0.
       01 WS-PROM-LEGS.
           05 WS-PROM-LEG OCCURS 3 TIMES.
               10 WS-PROM-FLT       PIC X(6).
               10 WS-PROM-DATE      PIC X(8).
       01 WS-PROM-LEG-IX           PIC 9 VALUE 0.
       01 WS-PROM-FLT-W            PIC X(6) VALUE SPACES.
       01 WS-PROM-DATE-W           PIC X(8) VALUE SPACES.
       01 WS-PROM-CAND-CNT         PIC 9(2) VALUE 0.
       01 WS-PROM-CANDS.
           05 WS-PROM-CAND OCCURS 20 TIMES.
               10 WS-PRC-PNR        PIC X(6).
               10 WS-PRC-NUMP       PIC 9(2).
               10 WS-PRC-STAMP      PIC X(14).
       01 WS-PROM-CIX              PIC 9(2) VALUE 0.
       01 WS-PROM-BEST             PIC 9(2) VALUE 0.
       01 WS-PROM-PNR              PIC X(6) VALUE SPACES.
       01 WS-PROM-BR-KEY           PIC X(6) VALUE SPACES.
       01 WS-PROM-RBA              PIC S9(8) COMP VALUE 0.
       01 WS-PROM-EOF              PIC X VALUE 'N'.
       01 WS-PROM-SEATS            PIC 9(3) VALUE 0.

      * PNRXREF access-path record - positions the candidate
      * browse by flight/date instead of scanning all of PNRDATA.
       01 WS-XREF-REC.
           05 XR-KEY.
               10 XR-FLT             PIC X(6).
               10 XR-DATE            PIC X(8).
               10 XR-PNR             PIC X(6).

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
           05 CX-PNR               PIC X(6).
           05 CX-VOUCHER           PIC X.
           05 CX-PROGRAM           PIC X(4).
           05 CX-USER              PIC X(8).
           05 CX-RESULT            PIC X(2).
           05 CX-OLD-STATUS        PIC X.
           05 CX-VCH-NUMBER        PIC X(10).
           05 FILLER               PIC X(8).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE SPACE TO CX-OLD-STATUS
           MOVE SPACES TO CX-VCH-NUMBER
           MOVE 'N' TO WS-VOUCHER-CHOICE
           IF CX-VOUCHER = 'Y'
               MOVE 'Y' TO WS-VOUCHER-CHOICE
           END-IF

           PERFORM CANCEL-BOOKING

           EXEC CICS RETURN END-EXEC.

      * =======================================================
      *                 CANCEL THE BOOKING
      * =======================================================
       CANCEL-BOOKING.
           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(CX-PNR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '01' TO CX-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE PR-STATUS TO WS-AUDIT-OLD-STATUS
           MOVE PR-STATUS TO CX-OLD-STATUS

           IF PR-ST-HELD OR PR-ST-CONFIRMED OR PR-ST-WAITLIST
               IF NOT PR-ST-WAITLIST
                   PERFORM RESTORE-FLIGHT-SEATS
               END-IF
               PERFORM RESTORE-CHECKIN-SEATS
           END-IF

           MOVE 'X' TO PR-STATUS

           EXEC CICS
               REWRITE FILE('PNRDATA')
                       FROM(WS-PNR-REC)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'C' TO JR-ACTION
               PERFORM JOURNAL-PNR-IMAGE
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-REFUND-RECORD
               PERFORM MARK-TICKET-ON-CANCEL
               PERFORM CLOSE-TICKET-COUPONS
               PERFORM MARK-BAG-DOCUMENT-ON-CANCEL
               MOVE '00' TO CX-RESULT
               IF WS-VCH-ISSUED = 'Y'
                   MOVE VC-NUMBER TO CX-VCH-NUMBER
               END-IF
      *        The freed seats go to the longest-waiting
      *        waitlisted booking right now, not at closeout.
               IF WS-AUDIT-OLD-STATUS = 'C'
                  OR WS-AUDIT-OLD-STATUS = 'H'
                   PERFORM PROMOTE-FREED-SEATS
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE '02' TO CX-RESULT
           END-IF.


      * =======================================================
      *   CREDIT A CANCELLED PARTY'S SEATS BACK INTO FLSRFIL
      * =======================================================
      *    Mirrors BOOK's DECREMENT-FLIGHT-SEATS, in reverse - a
      *    cancelled booking gives its party size back to the
      *    outbound flight (and the return leg, for a round trip)
      *    so a later capacity check sees the freed-up seats.
       RESTORE-FLIGHT-SEATS.
           PERFORM GET-OLD-BOOKED-CLASS
           PERFORM COMPUTE-PR-SEATED

           MOVE PR-OUT-FLT(1:5) TO WS-LEG-FLT5
           MOVE PR-DEPDATE TO WS-LEG-DATE8
           PERFORM RESTORE-ONE-LEG

           IF PR-OUT-FLT2 NOT = SPACES
               MOVE PR-OUT-FLT2(1:5) TO WS-LEG-FLT5
               MOVE PR-DEPDATE TO WS-LEG-DATE8
               PERFORM RESTORE-ONE-LEG
           END-IF

           IF PR-TRIPTYPE = 'R'
               MOVE PR-RET-FLT(1:5) TO WS-LEG-FLT5
               MOVE PR-RETDATE TO WS-LEG-DATE8
               PERFORM RESTORE-ONE-LEG
           END-IF.

      * =======================================================
      *      GIVE ONE LEG'S SEATS BACK WHERE THEY CAME FROM
      * =======================================================
      *    A booking sold out of an operator's block hands its
      *    seats back to the block (they were never in WR-SEATS);
      *    anything else goes back to the pool and its class
      *    bucket, as before.
       RESTORE-ONE-LEG.
           IF WS-PR-INFANTS > 0
               PERFORM RESTORE-INFANT-COUNT
           END-IF

           IF WS-OLD-PET = 'C' OR WS-OLD-PET = 'H'
               PERFORM RESTORE-PET-COUNT
           END-IF

           MOVE 'N' TO WS-ALOT-CREDITED
           IF WS-OLD-ALOT = 'Y'
               PERFORM RESTORE-ALLOTMENT-BLOCK
           END-IF
           IF WS-ALOT-CREDITED = 'Y'
               EXIT PARAGRAPH
           END-IF

      *    Freed seats settle the oversold count first - only
      *    what is left goes back into the physical pool.
           PERFORM RESTORE-OVERBOOK-LEVEL

           IF WS-OVB-LEFT > 0
               MOVE WS-LEG-FLT5 TO WS-FLSR-KEY(1:5)
               MOVE WS-LEG-DATE8 TO WS-FLSR-KEY(6:8)
               EXEC CICS
                   READ FILE('FLSRFIL')
                        INTO(WS-FLSR-REC)
                        RIDFLD(WS-FLSR-KEY)
                        UPDATE
                        RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-FLSR-REC(36:3) TO WS-SEATS-NUM
                   ADD WS-OVB-LEFT TO WS-SEATS-NUM
                   MOVE WS-SEATS-NUM TO WS-FLSR-REC(36:3)
                   EXEC CICS
                       REWRITE FILE('FLSRFIL')
                               FROM(WS-FLSR-REC)
                               RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF

           MOVE WS-LEG-FLT5 TO CL-FLTNUM
           MOVE WS-LEG-DATE8 TO CL-DATE
           PERFORM RESTORE-CLASS-BUCKET.

      * =======================================================
      *   SETTLE THE FREED SEATS AGAINST THE OVERSOLD COUNT
      * =======================================================
       RESTORE-OVERBOOK-LEVEL.
           MOVE WS-PR-SEATED TO WS-OVB-LEFT
           MOVE WS-LEG-FLT5 TO OV-FLTNUM
           MOVE WS-LEG-DATE8 TO OV-DATE
           EXEC CICS
               READ FILE('OVBAUTH')
                    INTO(WS-OVB-REC)
                    RIDFLD(OV-KEY)
                    UPDATE
                    RESP(WS-OVB-RESP)
           END-EXEC

           IF WS-OVB-RESP = DFHRESP(NORMAL) AND OV-SOLD > 0
               IF OV-SOLD >= WS-OVB-LEFT
                   SUBTRACT WS-OVB-LEFT FROM OV-SOLD
                   MOVE 0 TO WS-OVB-LEFT
               ELSE
                   SUBTRACT OV-SOLD FROM WS-OVB-LEFT
                   MOVE 0 TO OV-SOLD
               END-IF
               EXEC CICS
                   REWRITE FILE('OVBAUTH')
                           FROM(WS-OVB-REC)
                           RESP(WS-OVB-RESP)
               END-EXEC
           END-IF.

      * =======================================================
      *   THE OLD BOOKING'S SEATED HEADS AND LAP INFANTS
      * =======================================================
       COMPUTE-PR-SEATED.
           MOVE 0 TO WS-PR-INFANTS
           PERFORM VARYING WS-PRT-IX FROM 1 BY 1
               UNTIL WS-PRT-IX > PR-NUMP
               IF PR-PSGR-TYPE(WS-PRT-IX) = 'I'
                   ADD 1 TO WS-PR-INFANTS
               END-IF
           END-PERFORM
           COMPUTE WS-PR-SEATED = PR-NUMP - WS-PR-INFANTS
           IF WS-PR-SEATED < 1
               MOVE 1 TO WS-PR-SEATED
           END-IF.

      * =======================================================
      *   HAND THE PARTY'S INFANT PLACES BACK TO THE LEG
      * =======================================================
       RESTORE-INFANT-COUNT.
           MOVE WS-LEG-FLT5 TO IC-FLTNUM
           MOVE WS-LEG-DATE8 TO IC-DATE
           EXEC CICS
               READ FILE('INFCNT')
                    INTO(WS-INFCNT-REC)
                    RIDFLD(IC-KEY)
                    UPDATE
                    RESP(WS-INFCNT-RESP)
           END-EXEC

           IF WS-INFCNT-RESP = DFHRESP(NORMAL)
               IF IC-BOOKED > WS-PR-INFANTS
                   SUBTRACT WS-PR-INFANTS FROM IC-BOOKED
               ELSE
                   MOVE ZEROS TO IC-BOOKED
               END-IF
               EXEC CICS
                   REWRITE FILE('INFCNT')
                           FROM(WS-INFCNT-REC)
                           RESP(WS-INFCNT-RESP)
               END-EXEC
           END-IF.

      * =======================================================
      *   HAND THE PARTY'S PET PLACE BACK TO THE LEG
      * =======================================================
       RESTORE-PET-COUNT.
           MOVE WS-LEG-FLT5 TO PE-FLTNUM
           MOVE WS-LEG-DATE8 TO PE-DATE
           EXEC CICS
               READ FILE('PETCNT')
                    INTO(WS-PETCNT-REC)
                    RIDFLD(PE-KEY)
                    UPDATE
                    RESP(WS-PETCNT-RESP)
           END-EXEC

           IF WS-PETCNT-RESP = DFHRESP(NORMAL)
               IF WS-OLD-PET = 'C' AND PE-CABIN > 0
                   SUBTRACT 1 FROM PE-CABIN
               END-IF
               IF WS-OLD-PET = 'H' AND PE-HOLD > 0
                   SUBTRACT 1 FROM PE-HOLD
               END-IF
               EXEC CICS
                   REWRITE FILE('PETCNT')
                           FROM(WS-PETCNT-REC)
                           RESP(WS-PETCNT-RESP)
               END-EXEC
           END-IF.

      * =======================================================
      *      HAND THE PARTY'S SEATS BACK TO THE BLOCK
      * =======================================================
      *    A block already released (or never held for this leg)
      *    leaves WS-ALOT-CREDITED off and the seats go back to
      *    the pool instead.
       RESTORE-ALLOTMENT-BLOCK.
           MOVE WS-LEG-FLT5 TO AL-FLTNUM
           MOVE WS-LEG-DATE8 TO AL-DATE
           MOVE PR-GROUP-REF TO AL-OPER
           EXEC CICS
               READ FILE('ALOTFIL')
                    INTO(WS-ALOT-REC)
                    RIDFLD(AL-KEY)
                    UPDATE
                    RESP(WS-ALOT-RESP)
           END-EXEC

           IF WS-ALOT-RESP = DFHRESP(NORMAL)
               IF AL-SEATS-USED > WS-PR-SEATED
                   SUBTRACT WS-PR-SEATED FROM AL-SEATS-USED
               ELSE
                   MOVE 0 TO AL-SEATS-USED
               END-IF
               EXEC CICS
                   REWRITE FILE('ALOTFIL')
                           FROM(WS-ALOT-REC)
                           RESP(WS-ALOT-RESP)
               END-EXEC
               MOVE 'Y' TO WS-ALOT-CREDITED
           END-IF.

      * =======================================================
      *      THE CLASS THE CANCELLED BOOKING WAS SOLD IN
      * =======================================================
      *    Off the PNR extension record; a PNR booked before the
      *    class inventory existed has no record and reads as
      *    economy, the class everything sold in back then.
       GET-OLD-BOOKED-CLASS.
           MOVE 'Y' TO WS-OLD-CLASS
           MOVE 'N' TO WS-OLD-ALOT
           MOVE SPACE TO WS-OLD-PET
           MOVE 'USD' TO WS-OLD-CURR
           MOVE ZERO TO WS-OLD-TAX
           EXEC CICS
               READ FILE('PNRXTND')
                    INTO(WS-XTND-REC)
                    RIDFLD(PR-PNR)
                    RESP(WS-XTND-RESP)
           END-EXEC
           IF WS-XTND-RESP = DFHRESP(NORMAL)
               IF XD-CLASS = 'F' OR XD-CLASS = 'B'
                  OR XD-CLASS = 'Y'
                   MOVE XD-CLASS TO WS-OLD-CLASS
               END-IF
               MOVE XD-ALOT TO WS-OLD-ALOT
               MOVE XD-PET-TYPE TO WS-OLD-PET
               IF XD-CURR NOT = SPACES
                   MOVE XD-CURR TO WS-OLD-CURR
               END-IF
               IF XD-TAX-AMT NUMERIC
                   MOVE XD-TAX-AMT TO WS-OLD-TAX
               END-IF
           END-IF.

      * =======================================================
      *   CREDIT THE FREED SEATS BACK TO THEIR CLASS BUCKET
      * =======================================================
      *    CL-FLTNUM/CL-DATE are set by the caller per leg; a
      *    flight with no bucket on file predates the class
      *    inventory and has nothing to credit.
       RESTORE-CLASS-BUCKET.
           MOVE WS-OLD-CLASS TO CL-CLASS
           EXEC CICS
               READ FILE('CLSINV')
                    INTO(WS-CLSINV-REC)
                    RIDFLD(CL-KEY)
                    UPDATE
                    RESP(WS-CLS-RESP)
           END-EXEC

           IF WS-CLS-RESP = DFHRESP(NORMAL)
               ADD WS-PR-SEATED TO CL-SEATS
               EXEC CICS
                   REWRITE FILE('CLSINV')
                           FROM(WS-CLSINV-REC)
                           RESP(WS-CLS-RESP)
               END-EXEC
           END-IF.

      * =======================================================
      *     FREE A CANCELLED PARTY'S SEATFIL SLOTS
      * =======================================================
      *    PR-PSGR-OUT-SEAT-IX/RET-SEAT-IX is the SEATFIL array
      *    slot a passenger holds - assigned by CKIN2 at check-in
      *    or secured ahead of travel by BOOK's seat selection -
      *    persisted alongside the seat label text itself so it
      *    can be handed back here. Every held slot is freed
      *    whether or not the leg ever checked in; a slot index
      *    of zero means the passenger never held one.
       RESTORE-CHECKIN-SEATS.
           MOVE PR-OUT-FLT TO WS-SEAT-KEY-FLT
           MOVE PR-DEPDATE TO WS-SEAT-KEY-DATE
           EXEC CICS
               READ FILE('SEATFIL')
                    INTO(WS-SEAT-REC)
                    RIDFLD(WS-SEAT-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM VARYING WS-CANCEL-IX FROM 1 BY 1
                       UNTIL WS-CANCEL-IX > PR-NUMP
                   IF PR-PSGR-OUT-SEAT-IX(WS-CANCEL-IX) > 0
                       MOVE PR-PSGR-OUT-SEAT-IX(WS-CANCEL-IX)
                           TO WS-CANCEL-SEATNO-IX
                       MOVE PR-PSGR-OUT-SEAT(WS-CANCEL-IX)
                           TO SR-SEATNO(WS-CANCEL-SEATNO-IX)
                   END-IF
               END-PERFORM

               EXEC CICS
                   REWRITE FILE('SEATFIL')
                           FROM(WS-SEAT-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF

           IF PR-TRIPTYPE = 'R'
               MOVE PR-RET-FLT TO WS-SEAT-KEY-FLT
               MOVE PR-RETDATE TO WS-SEAT-KEY-DATE
               EXEC CICS
                   READ FILE('SEATFIL')
                        INTO(WS-SEAT-REC)
                        RIDFLD(WS-SEAT-KEY)
                        UPDATE
                        RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM VARYING WS-CANCEL-IX FROM 1 BY 1
                           UNTIL WS-CANCEL-IX > PR-NUMP
                       IF PR-PSGR-RET-SEAT-IX(WS-CANCEL-IX) > 0
                           MOVE PR-PSGR-RET-SEAT-IX(WS-CANCEL-IX)
                               TO WS-CANCEL-SEATNO-IX
                           MOVE PR-PSGR-RET-SEAT(WS-CANCEL-IX)
                               TO SR-SEATNO(WS-CANCEL-SEATNO-IX)
                       END-IF
                   END-PERFORM

                   EXEC CICS
                       REWRITE FILE('SEATFIL')
                               FROM(WS-SEAT-REC)
                               RESP(WS-RESP)
                   END-EXEC
               END-IF
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

           MOVE CX-PROGRAM TO JR-PROGRAM
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
      *    AUDTFIL is an append-only log of every PR-STATUS
      *    change, kept separate from PNRDATA itself so the
      *    history of a booking survives even after PNRDATA is
      *    rewritten again later.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-REC
           MOVE CX-PNR TO AU-PNR
           MOVE WS-AUDIT-OLD-STATUS TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(AU-DATE)
                          TIME(AU-TIME)
           END-EXEC

           MOVE CX-PROGRAM TO AU-PROGRAM
           MOVE CX-USER TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC.

      * =======================================================
      *       WRITE A REFUND RECORD FOR A PAID CANCELLATION
      * =======================================================
      *    A held PNR never had payment taken (BOOK only stamps
      *    PR-PAY-REF when payment is processed), so the payment
      *    reference is the test for "paid" here - no reference,
      *    or nothing charged, means there is nothing to refund.
       WRITE-REFUND-RECORD.
           IF PR-PAY-REF = SPACES OR PR-PAY-REF = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           IF PR-FARE-AMT = ZERO AND PR-BAG-FEE = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REFUND-REC
           MOVE CX-PNR TO RF-PNR

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(RF-DATE)
                          TIME(RF-TIME)
           END-EXEC

           MOVE PR-PAY-METHOD TO RF-PAY-METHOD
           MOVE PR-PAY-REF TO RF-PAY-REF
           MOVE PR-FARE-AMT TO RF-FARE-AMT
           MOVE PR-BAG-FEE TO RF-BAG-FEE
      *    The extension record carries the booked class (for
      *    the fare rule) and the currency the sale was taken in.
           PERFORM GET-OLD-BOOKED-CLASS
           PERFORM APPLY-CANCEL-RULE
           MOVE 'P' TO RF-STATUS
           MOVE WS-OLD-CURR TO RF-CURR
           MOVE WS-OLD-TAX TO RF-TAX-AMT

      *    Credit chosen: the same computed value goes on the
      *    voucher register instead of back to the card.
           IF WS-VOUCHER-CHOICE = 'Y'
               PERFORM ISSUE-CREDIT-VOUCHER
               IF WS-VCH-ISSUED = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EXEC CICS
               WRITE FILE('REFUNDF')
                     FROM(WS-REFUND-REC)
                     RESP(WS-REFUND-RESP)
           END-EXEC.

      * =======================================================
      *   ISSUE A TRAVEL-CREDIT VOUCHER FOR THE CANCELLATION
      * =======================================================
      *    The voucher is worth exactly what the refund would
      *    have been - fare after the cancel rule, bag fee and
      *    taxes - in the sale's currency, good for a year from
      *    issue. BOOK draws it down as payment method V.
       ISSUE-CREDIT-VOUCHER.
           MOVE 'N' TO WS-VCH-ISSUED

           IF RF-FARE-AMT = ZERO AND RF-BAG-FEE = ZERO
              AND RF-TAX-AMT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-VCH-REC
           MOVE CX-PNR TO VC-PNR
           MOVE RF-DATE TO VC-ISSUE-DATE
           MOVE RF-DATE TO WS-VCH-EXPIRY
           ADD 1 TO WS-VCH-EXP-YEAR
           MOVE WS-VCH-EXPIRY TO VC-EXPIRY-DATE
           COMPUTE VC-ORIG-AMT = RF-FARE-AMT + RF-BAG-FEE
               + RF-TAX-AMT
           MOVE VC-ORIG-AMT TO VC-BALANCE
           MOVE RF-CURR TO VC-CURR
           MOVE 'O' TO VC-STATUS
           MOVE SPACES TO VC-LAST-PNR
           MOVE SPACES TO VC-LAST-DATE

           MOVE 'N' TO WS-VCH-WRITTEN
           MOVE 0 TO WS-VCH-SEQ
           PERFORM WRITE-VOUCHER-ATTEMPT
               UNTIL WS-VCH-WRITTEN = 'Y'
               OR WS-VCH-SEQ > 998

           IF WS-VCH-WRITTEN = 'Y'
               MOVE 'Y' TO WS-VCH-ISSUED
           END-IF.

      *    One booking rarely cancels twice, but the number must
      *    be unique - V + PNR + a sequence tried upward.
       WRITE-VOUCHER-ATTEMPT.
           ADD 1 TO WS-VCH-SEQ
           MOVE SPACES TO VC-NUMBER
           STRING 'V' CX-PNR WS-VCH-SEQ
               DELIMITED BY SIZE INTO VC-NUMBER
           END-STRING

           EXEC CICS
               WRITE FILE('VCHRFIL')
                     FROM(WS-VCH-REC)
                     RIDFLD(VC-NUMBER)
                     RESP(WS-VCH-RESP)
           END-EXEC

           IF WS-VCH-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-VCH-WRITTEN
           END-IF.

      * =======================================================
      *   THE FARE RULE FOR THE CANCELLED BOOKING'S CLASS
      * =======================================================
      *    The class comes off the PNR extension (read just above
      *    for the refund currency). A non-refundable class gives
      *    no fare back; a refundable one gives the fare less the
      *    cancellation penalty. The bag fee and taxes refund in
      *    full either way. A class with no rule on file refunds
      *    in full, the behavior the system always had.
       APPLY-CANCEL-RULE.
           MOVE WS-OLD-CLASS TO FR-CLASS
           EXEC CICS
               READ FILE('FARRULE')
                    INTO(WS-RULE-REC)
                    RIDFLD(FR-CLASS)
                    RESP(WS-RULE-RESP)
           END-EXEC

           IF WS-RULE-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           IF FR-REFUNDABLE = 'N'
               MOVE ZERO TO RF-FARE-AMT
               EXIT PARAGRAPH
           END-IF

           IF RF-FARE-AMT > FR-CXL-PENALTY
               SUBTRACT FR-CXL-PENALTY FROM RF-FARE-AMT
           ELSE
               MOVE ZERO TO RF-FARE-AMT
           END-IF.

      * =======================================================
      *   MARK THE TICKET VOID (OR REFUNDED) ON CANCELLATION
      * =======================================================
      *    The register row keeps the ticket's current state: a
      *    ticketed cancellation with money to give back goes to
      *    R, one with nothing paid out goes to V.
       MARK-TICKET-ON-CANCEL.
           IF PR-TKT-NUMBER = SPACES OR PR-TKT-NUMBER = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('TKTREG')
                    INTO(WS-TKT-REC)
                    RIDFLD(PR-TKT-NUMBER)
                    UPDATE
                    RESP(WS-TKT-RESP)
           END-EXEC

           IF WS-TKT-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           IF PR-PAY-REF NOT = SPACES
              AND (PR-FARE-AMT > ZERO OR PR-BAG-FEE > ZERO)
               MOVE 'R' TO TK-TYPE
           ELSE
               MOVE 'V' TO TK-TYPE
           END-IF

           EXEC CICS
               REWRITE FILE('TKTREG')
                       FROM(WS-TKT-REC)
                       RESP(WS-TKT-RESP)
           END-EXEC.

      *    Coupons not yet flown take the ticket's new state.
       CLOSE-TICKET-COUPONS.
           IF PR-TKT-NUMBER = SPACES OR PR-TKT-NUMBER = LOW-VALUES
              OR WS-TKT-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CPN-AREA
           MOVE 'T' TO CN-FUNCTION
           MOVE PR-PNR TO CN-PNR
           MOVE PR-TKT-NUMBER TO CN-TKT
           MOVE TK-TYPE TO CN-NEW-STATUS

           EXEC CICS
               LINK PROGRAM('CPNSVC')
                    COMMAREA(WS-CPN-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      *    The bag fee refunded above travels on its own EMDREG
      *    document, which follows the ticket's rule.
       MARK-BAG-DOCUMENT-ON-CANCEL.
           MOVE SPACES TO WS-EMD-AREA
           MOVE 'C' TO ED-FUNCTION
           MOVE 'BAGF' TO ED-SERVICE
           MOVE PR-PNR TO ED-PNR
           MOVE ZERO TO ED-PSGR
           MOVE ZERO TO ED-AMT
           IF PR-PAY-REF NOT = SPACES AND PR-BAG-FEE > ZERO
               MOVE 'R' TO ED-NEW-TYPE
           ELSE
               MOVE 'V' TO ED-NEW-TYPE
           END-IF

           EXEC CICS
               LINK PROGRAM('EMDISS')
                    COMMAREA(WS-EMD-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *   PROMOTE THE WAITLIST THE MOMENT SEATS COME FREE
      * =======================================================
      *    Called once the cancelled/bumped party's seats are
      *    back in FLSRFIL; the freed legs are noted off the
      *    record still in storage before the browses reuse it.
       PROMOTE-FREED-SEATS.
           MOVE 0 TO WS-PROM-LEG-CNT

           ADD 1 TO WS-PROM-LEG-CNT
           MOVE PR-OUT-FLT TO WS-PROM-FLT(WS-PROM-LEG-CNT)
           MOVE PR-DEPDATE TO WS-PROM-DATE(WS-PROM-LEG-CNT)

           IF PR-OUT-FLT2 NOT = SPACES
               ADD 1 TO WS-PROM-LEG-CNT
               MOVE PR-OUT-FLT2 TO WS-PROM-FLT(WS-PROM-LEG-CNT)
               MOVE PR-DEPDATE TO WS-PROM-DATE(WS-PROM-LEG-CNT)
           END-IF

           IF PR-TRIPTYPE = 'R'
               ADD 1 TO WS-PROM-LEG-CNT
               MOVE PR-RET-FLT TO WS-PROM-FLT(WS-PROM-LEG-CNT)
               MOVE PR-RETDATE TO WS-PROM-DATE(WS-PROM-LEG-CNT)
           END-IF

           PERFORM VARYING WS-PROM-LEG-IX FROM 1 BY 1
               UNTIL WS-PROM-LEG-IX > WS-PROM-LEG-CNT
               MOVE WS-PROM-FLT(WS-PROM-LEG-IX) TO WS-PROM-FLT-W
               MOVE WS-PROM-DATE(WS-PROM-LEG-IX) TO WS-PROM-DATE-W
               PERFORM PROMOTE-ONE-FLIGHT
           END-PERFORM.

       PROMOTE-ONE-FLIGHT.
           PERFORM COLLECT-WAITLIST-CANDS
           IF WS-PROM-CAND-CNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM RANK-WAITLIST-CANDS
           PERFORM PICK-LONGEST-WAITING
           IF WS-PROM-BEST = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CONFIRM-PROMOTED-PNR.

      *    The flight/date access path positions the browse at
      *    this leg's bookings; the conditions below double as
      *    the stale-entry filter.
       COLLECT-WAITLIST-CANDS.
           MOVE 0 TO WS-PROM-CAND-CNT
           MOVE 'N' TO WS-PROM-EOF

           MOVE WS-PROM-FLT-W TO XR-FLT
           MOVE WS-PROM-DATE-W TO XR-DATE
           MOVE LOW-VALUES TO XR-PNR

           EXEC CICS
               STARTBR FILE('PNRXREF')
                       RIDFLD(XR-KEY)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PROM-EOF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PROM-EOF = 'Y'
                      OR WS-PROM-CAND-CNT >= 20
               EXEC CICS
                   READNEXT FILE('PNRXREF')
                            INTO(WS-XREF-REC)
                            RIDFLD(XR-KEY)
                            RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR XR-FLT NOT = WS-PROM-FLT-W
                  OR XR-DATE NOT = WS-PROM-DATE-W
                   MOVE 'Y' TO WS-PROM-EOF
               ELSE
                   MOVE XR-PNR TO WS-PROM-BR-KEY
                   EXEC CICS
                       READ FILE('PNRDATA')
                            INTO(WS-PNR-REC)
                            RIDFLD(WS-PROM-BR-KEY)
                            RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                      AND PR-ST-WAITLIST
                      AND ((PR-OUT-FLT = WS-PROM-FLT-W
                            AND PR-DEPDATE = WS-PROM-DATE-W)
                        OR (PR-RET-FLT = WS-PROM-FLT-W
                            AND PR-RETDATE = WS-PROM-DATE-W))
                       ADD 1 TO WS-PROM-CAND-CNT
                       MOVE PR-PNR
                           TO WS-PRC-PNR(WS-PROM-CAND-CNT)
                       MOVE PR-NUMP
                           TO WS-PRC-NUMP(WS-PROM-CAND-CNT)
                       MOVE HIGH-VALUES
                           TO WS-PRC-STAMP(WS-PROM-CAND-CNT)
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('PNRXREF')
               RESP(WS-RESP)
           END-EXEC.

      *    The audit log is append-only, so the first entry met
      *    per candidate is when that booking was made.
       RANK-WAITLIST-CANDS.
           MOVE 0 TO WS-PROM-RBA
           MOVE 'N' TO WS-PROM-EOF

           EXEC CICS
               STARTBR FILE('AUDTFIL')
                       RIDFLD(WS-PROM-RBA)
                       RBA
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PROM-EOF
           END-IF

           PERFORM UNTIL WS-PROM-EOF = 'Y'
               EXEC CICS
                   READNEXT FILE('AUDTFIL')
                            INTO(WS-AUDIT-REC)
                            RIDFLD(WS-PROM-RBA)
                            RBA
                            RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-PROM-EOF
               ELSE
                   PERFORM VARYING WS-PROM-CIX FROM 1 BY 1
                       UNTIL WS-PROM-CIX > WS-PROM-CAND-CNT
                       IF AU-PNR = WS-PRC-PNR(WS-PROM-CIX)
                          AND WS-PRC-STAMP(WS-PROM-CIX)
                              = HIGH-VALUES
                           MOVE AU-DATE
                               TO WS-PRC-STAMP(WS-PROM-CIX)(1:8)
                           MOVE AU-TIME
                               TO WS-PRC-STAMP(WS-PROM-CIX)(9:6)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('AUDTFIL')
               RESP(WS-RESP)
           END-EXEC.

       PICK-LONGEST-WAITING.
           MOVE 0 TO WS-PROM-BEST
           PERFORM VARYING WS-PROM-CIX FROM 1 BY 1
               UNTIL WS-PROM-CIX > WS-PROM-CAND-CNT
               IF WS-PROM-BEST = 0
                   MOVE WS-PROM-CIX TO WS-PROM-BEST
               ELSE
                   IF WS-PRC-STAMP(WS-PROM-CIX) <
                      WS-PRC-STAMP(WS-PROM-BEST)
                       MOVE WS-PROM-CIX TO WS-PROM-BEST
                   END-IF
               END-IF
           END-PERFORM

      *    The freed flight must still hold the whole party.
           IF WS-PROM-BEST > 0
               PERFORM READ-PROMOTE-SEATS
               IF WS-PROM-SEATS < WS-PRC-NUMP(WS-PROM-BEST)
                   MOVE 0 TO WS-PROM-BEST
               END-IF
           END-IF.

       READ-PROMOTE-SEATS.
           MOVE 0 TO WS-PROM-SEATS
           MOVE WS-PROM-FLT-W(1:5) TO WS-FLSR-KEY(1:5)
           MOVE WS-PROM-DATE-W TO WS-FLSR-KEY(6:8)
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-FLSR-REC)
                    RIDFLD(WS-FLSR-KEY)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-FLSR-REC(36:3) TO WS-PROM-SEATS
           END-IF.

       CONFIRM-PROMOTED-PNR.
           MOVE WS-PRC-PNR(WS-PROM-BEST) TO WS-PROM-PNR

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(WS-PROM-PNR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT PR-ST-WAITLIST
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO PR-STATUS

           EXEC CICS
               REWRITE FILE('PNRDATA')
                       FROM(WS-PNR-REC)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO JR-ACTION
           PERFORM JOURNAL-PNR-IMAGE
           PERFORM TAKE-PROMOTED-SEATS
           PERFORM WRITE-PROMOTE-AUDIT
           PERFORM WRITE-PROMOTE-NOTIFY.

      *    Mirrors BOOK's decrement for the one flight whose
      *    freed seats were just claimed - the same single-count
      *    adjustment GTCLSE makes at closeout.
       TAKE-PROMOTED-SEATS.
      *    Seat arithmetic runs on seated heads everywhere - a
      *    promoted party's lap infants take no seat, so they
      *    must not drain the pool or the class bucket either.
           PERFORM GET-OLD-BOOKED-CLASS
           PERFORM COMPUTE-PR-SEATED

           MOVE WS-PROM-FLT-W(1:5) TO WS-FLSR-KEY(1:5)
           MOVE WS-PROM-DATE-W TO WS-FLSR-KEY(6:8)
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-FLSR-REC)
                    RIDFLD(WS-FLSR-KEY)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-FLSR-REC(36:3) TO WS-SEATS-NUM
               IF WS-SEATS-NUM > WS-PR-SEATED
                   SUBTRACT WS-PR-SEATED FROM WS-SEATS-NUM
               ELSE
                   MOVE 0 TO WS-SEATS-NUM
               END-IF
               MOVE WS-SEATS-NUM TO WS-FLSR-REC(36:3)
               EXEC CICS
                   REWRITE FILE('FLSRFIL')
                           FROM(WS-FLSR-REC)
                           RESP(WS-RESP)
               END-EXEC
           END-IF

      *    The promoted party's seats come out of the class its
      *    booking was sold in, the same as BOOK's own sale.
           MOVE WS-PROM-FLT-W(1:5) TO CL-FLTNUM
           MOVE WS-PROM-DATE-W TO CL-DATE
           PERFORM DECREMENT-CLASS-BUCKET

      *    BOOK's sale draws these counters; a promotion is the
      *    sale landing late, so it draws them the same way.
           IF WS-PR-INFANTS > 0
               PERFORM DRAW-PROMOTED-INFANTS
           END-IF
           IF WS-OLD-PET = 'C' OR WS-OLD-PET = 'H'
               PERFORM DRAW-PROMOTED-PET
           END-IF.

      * =======================================================
      *   DRAW THE PROMOTED PARTY OUT OF ITS CLASS BUCKET
      * =======================================================
       DECREMENT-CLASS-BUCKET.
           MOVE WS-OLD-CLASS TO CL-CLASS
           EXEC CICS
               READ FILE('CLSINV')
                    INTO(WS-CLSINV-REC)
                    RIDFLD(CL-KEY)
                    UPDATE
                    RESP(WS-CLS-RESP)
           END-EXEC

           IF WS-CLS-RESP = DFHRESP(NORMAL)
               IF CL-SEATS > WS-PR-SEATED
                   SUBTRACT WS-PR-SEATED FROM CL-SEATS
               ELSE
                   MOVE 0 TO CL-SEATS
               END-IF
               EXEC CICS
                   REWRITE FILE('CLSINV')
                           FROM(WS-CLSINV-REC)
                           RESP(WS-CLS-RESP)
               END-EXEC
           END-IF.

      * =======================================================
      *   RECORD THE PROMOTED PARTY ON THE LEG'S COUNTERS
      * =======================================================
       DRAW-PROMOTED-INFANTS.
           MOVE WS-PROM-FLT-W(1:5) TO IC-FLTNUM
           MOVE WS-PROM-DATE-W TO IC-DATE
           EXEC CICS
               READ FILE('INFCNT')
                    INTO(WS-INFCNT-REC)
                    RIDFLD(IC-KEY)
                    UPDATE
                    RESP(WS-INFCNT-RESP)
           END-EXEC

           IF WS-INFCNT-RESP = DFHRESP(NORMAL)
               ADD WS-PR-INFANTS TO IC-BOOKED
               EXEC CICS
                   REWRITE FILE('INFCNT')
                           FROM(WS-INFCNT-REC)
                           RESP(WS-INFCNT-RESP)
               END-EXEC
           ELSE
               MOVE WS-PROM-FLT-W(1:5) TO IC-FLTNUM
               MOVE WS-PROM-DATE-W TO IC-DATE
               MOVE WS-PR-INFANTS TO IC-BOOKED
               EXEC CICS
                   WRITE FILE('INFCNT')
                         FROM(WS-INFCNT-REC)
                         RIDFLD(IC-KEY)
                         RESP(WS-INFCNT-RESP)
               END-EXEC
           END-IF.

       DRAW-PROMOTED-PET.
           MOVE WS-PROM-FLT-W(1:5) TO PE-FLTNUM
           MOVE WS-PROM-DATE-W TO PE-DATE
           EXEC CICS
               READ FILE('PETCNT')
                    INTO(WS-PETCNT-REC)
                    RIDFLD(PE-KEY)
                    UPDATE
                    RESP(WS-PETCNT-RESP)
           END-EXEC

           IF WS-PETCNT-RESP = DFHRESP(NORMAL)
               IF WS-OLD-PET = 'C'
                   ADD 1 TO PE-CABIN
               ELSE
                   ADD 1 TO PE-HOLD
               END-IF
               EXEC CICS
                   REWRITE FILE('PETCNT')
                           FROM(WS-PETCNT-REC)
                           RESP(WS-PETCNT-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-PETCNT-REC
               MOVE WS-PROM-FLT-W(1:5) TO PE-FLTNUM
               MOVE WS-PROM-DATE-W TO PE-DATE
               MOVE ZEROS TO PE-CABIN
               MOVE ZEROS TO PE-HOLD
               IF WS-OLD-PET = 'C'
                   MOVE 1 TO PE-CABIN
               ELSE
                   MOVE 1 TO PE-HOLD
               END-IF
               EXEC CICS
                   WRITE FILE('PETCNT')
                         FROM(WS-PETCNT-REC)
                         RIDFLD(PE-KEY)
                         RESP(WS-PETCNT-RESP)
               END-EXEC
           END-IF.

       WRITE-PROMOTE-AUDIT.
           MOVE SPACES TO WS-AUDIT-REC
           MOVE WS-PROM-PNR TO AU-PNR
           MOVE 'W' TO AU-OLD-STATUS
           MOVE 'C' TO AU-NEW-STATUS

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(AU-DATE)
                          TIME(AU-TIME)
           END-EXEC

           MOVE CX-PROGRAM TO AU-PROGRAM
           MOVE CX-USER TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC.

       WRITE-PROMOTE-NOTIFY.
           MOVE SPACES TO WS-NOTIFY-REC
           MOVE WS-PROM-PNR TO NT-PNR
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL
           STRING 'A SEAT OPENED UP - YOUR WAITLISTED BOOKING '
                  'ON FLIGHT ' WS-PROM-FLT-W ' IS CONFIRMED.'
               DELIMITED BY SIZE INTO NT-MESSAGE
           END-STRING
           MOVE 'WAITCONF' TO NT-EVENT
           MOVE WS-PROM-FLT-W TO NT-FLIGHT

           EXEC CICS
               WRITE FILE('SCNOTIFY')
                     FROM(WS-NOTIFY-REC)
                     RESP(WS-NOTIFY-RESP)
           END-EXEC.
