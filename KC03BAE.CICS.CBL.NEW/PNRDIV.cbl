       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNRDIV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY PDIVMAP.

      * =======================================================
      *   DIVIDE PASSENGERS OUT OF A PNR
      * =======================================================
      *    When one member of a family booking changes plans the
      *    only choices used to be cancelling the whole PNR or
      *    leaving it alone. This screen lists the party and
      *    moves the passengers keyed into a PNR of their own:
      *    their party slots go with them (seats, seat indexes,
      *    boarding sequence), so do their checked bags, and the
      *    fare and each PNRTAX charge are shared out by head.
      *    Both bookings carry the same PR-GROUP-REF - the
      *    existing one, or DV + the original PNR - so the
      *    desk can still see they travel together.
      *
      *    A ticketed booking is exchanged: the old ticket and
      *    its open coupons go to E and each PNR gets a fresh
      *    ticket for its share, its coupons carrying over any
      *    check-in or boarding the old ones had. Segments and
      *    the extension record are copied to the new PNR, the
      *    flight cross-reference gets its legs, and both PNRs
      *    get an AUDTFIL entry under the signed-on user. Bag
      *    fees and their EMDs stay with the original booking.
      *
      *    Each side must keep an adult, and neither side may be
      *    left empty. Only held or confirmed bookings divide.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'PDIV'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME             PIC X(6) VALUE SPACES.

       01 WS-PNR-RAW               PIC X(7).
       01 WS-PNR-IN                PIC X(6).
       01 WS-SEL-RAW               PIC X(9).
       01 WS-SEL-CHAR              PIC X.
       01 WS-SEL-DIGIT             PIC 9.
       01 WS-CHR-IX                PIC 99 VALUE 0.
       01 WS-SEL-BAD               PIC X VALUE 'N'.
       01 WS-SEL-COUNT             PIC 9(2) VALUE 0.
       01 WS-SEL-ADULTS            PIC 9(2) VALUE 0.
       01 WS-REST-ADULTS           PIC 9(2) VALUE 0.

      * One flag per party slot - Y moves to the new PNR - and
      * the slot each passenger lands in on whichever side.
       01 WS-SEL-TABLE.
           05 WS-SEL-FLAG OCCURS 9 TIMES PIC X.
       01 WS-NEW-IX-TABLE.
           05 WS-NEW-IX OCCURS 9 TIMES PIC 9(2).
       01 WS-PSGR-IX               PIC 99 VALUE 0.
       01 WS-PARTY-COUNT           PIC 99 VALUE 0.
       01 WS-KEEP-SELECTED         PIC X VALUE 'N'.
       01 WS-ORIG-NUMP             PIC 9(2) VALUE 0.

      * The booking as read, before either side is built from it
       01 WS-ORIG-HOLD             PIC X(892).
       01 WS-PSGR-SAVE.
           05 WS-PSGR-SAVE-ENTRY OCCURS 9 TIMES PIC X(58).

       01 WS-ORIG-PNR              PIC X(6) VALUE SPACES.
       01 WS-NEW-PNR               PIC X(6) VALUE SPACES.
       01 WS-GROUP-REF             PIC X(8) VALUE SPACES.
       01 WS-OUT-CKIN              PIC X VALUE 'N'.
       01 WS-RET-CKIN              PIC X VALUE 'N'.

      * Fare and tax shares
       01 WS-ORIG-FARE             PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-FARE              PIC 9(7)V99 VALUE ZERO.
       01 WS-OLD-TAX               PIC 9(5)V99 VALUE ZERO.
       01 WS-ORIG-TAX              PIC 9(5)V99 VALUE ZERO.
       01 WS-NEW-TAX               PIC 9(5)V99 VALUE ZERO.
       01 WS-ROW-SHARE             PIC 9(5)V99 VALUE ZERO.
       01 WS-NEW-DISC              PIC 9(5)V99 VALUE ZERO.

      * New-PNR generation, the same alphabet BOOK draws from
       01 WS-PNR-RETRY             PIC 99 VALUE 0.
       01 WS-PNR-GEN-FAILED        PIC X VALUE 'N'.
       01 WS-PNR-FREE              PIC X VALUE 'N'.
       01 WS-PNR-CHARS             PIC X(36)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WS-PNR-CHAR-TAB REDEFINES WS-PNR-CHARS.
           05 WS-PNR-CHAR          OCCURS 36 TIMES PIC X.
       01 WS-PNR-SEED              PIC S9(15) COMP-3 VALUE 0.
       01 WS-PNR-REM               PIC 99 VALUE 0.
       01 WS-PNR-CHAR-IX           PIC 99 VALUE 0.
       01 WS-PNR-POS               PIC 9 VALUE 0.
       01 WS-PROBE-REC             PIC X(892).

      * Last-name extraction work fields
       01 WS-LAST-NAME             PIC X(16).
       01 WS-NAME-IX               PIC S9(4) COMP VALUE 0.
       01 WS-NAME-END              PIC S9(4) COMP VALUE 0.
       01 WS-LAST-START            PIC S9(4) COMP VALUE 1.

      * Ticket register record (see BOOK)
       01 WS-TKT-REC.
           05 TK-NUMBER            PIC X(13).
           05 TK-TYPE              PIC X.
               88 TK-ISSUED        VALUE 'I'.
               88 TK-VOID          VALUE 'V'.
               88 TK-REFUNDED      VALUE 'R'.
               88 TK-EXCHANGED     VALUE 'E'.
               88 TK-DISPUTED      VALUE 'Q'.
               88 TK-CONTROL       VALUE 'K'.
           05 TK-PNR               PIC X(6).
           05 TK-DATE              PIC X(8).
           05 TK-TIME              PIC X(6).
           05 TK-AMT               PIC 9(7)V99.
           05 TK-TAX               PIC 9(5)V99.
           05 TK-CURR              PIC X(3).
           05 TK-LAST-SEQ          PIC 9(10).
       01 WS-TKT-RESP              PIC S9(8) COMP.
       01 WS-TKT-CONTROL-KEY       PIC X(13) VALUE ZEROS.
       01 WS-TKT-SEQ               PIC 9(10) VALUE ZEROS.
       01 WS-TICKETED              PIC X VALUE 'N'.
       01 WS-OLD-TKT               PIC X(13) VALUE SPACES.
       01 WS-ORIG-TKT              PIC X(13) VALUE SPACES.
       01 WS-NEW-TKT               PIC X(13) VALUE SPACES.
       01 WS-TKT-CURR              PIC X(3) VALUE SPACES.
       01 WS-TKT-PNR               PIC X(6) VALUE SPACES.
       01 WS-TKT-FARE              PIC 9(7)V99 VALUE ZERO.
       01 WS-TKT-TAX               PIC 9(5)V99 VALUE ZERO.
       01 WS-ISSUED-TKT            PIC X(13) VALUE SPACES.

      * Ticket coupon row - read for the old ticket's states
       01 WS-CPN-REC.
           05 CP-KEY.
               10 CP-TKT           PIC X(13).
               10 CP-SEQ           PIC 9(2).
           05 CP-PNR               PIC X(6).
           05 CP-FLT               PIC X(6).
           05 CP-DATE              PIC X(8).
           05 CP-ORIG              PIC X(3).
           05 CP-DEST              PIC X(3).
           05 CP-STATUS            PIC X.
               88 CP-CHECKED-IN    VALUE 'C'.
               88 CP-LIFTED        VALUE 'L'.
               88 CP-FLOWN         VALUE 'F'.
           05 CP-STATUS-DATE       PIC X(8).
       01 WS-CPN-RESP              PIC S9(8) COMP.
       01 WS-CPN-IX                PIC 99 VALUE 0.
       01 WS-OLD-CPN-TABLE.
           05 WS-OLD-CPN OCCURS 4 TIMES.
               10 OC-FLT           PIC X(6).
               10 OC-DATE          PIC X(8).
               10 OC-STATUS        PIC X.

      * Coupon status interface (CPNSVC)
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

      * Booking segment row (PNRSEG)
       01 WS-SEG-REC.
           05 SE-KEY.
               10 SE-PNR           PIC X(6).
               10 SE-SEQ           PIC 9(2).
           05 SE-ORIG              PIC X(3).
           05 SE-DEST              PIC X(3).
           05 SE-FLT               PIC X(6).
           05 SE-DATE              PIC X(8).
           05 SE-DEP               PIC X(4).
           05 SE-ARR               PIC X(4).
       01 WS-SEG-RESP              PIC S9(8) COMP.
       01 WS-SEG-IX                PIC 99 VALUE 0.

      * PNRXREF access-path record
       01 WS-XREF-REC.
           05 XR-KEY.
               10 XR-FLT             PIC X(6).
               10 XR-DATE            PIC X(8).
               10 XR-PNR             PIC X(6).
       01 WS-XREF-RESP             PIC S9(8) COMP.

      * PNR extension record (see BOOK)
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
           05 FILLER               PIC X(131).
       01 WS-XTND-RESP             PIC S9(8) COMP.
       01 WS-XTND-FOUND            PIC X VALUE 'N'.

      * Itemized tax detail per booking (PNRTAX)
       01 WS-PNRTAX-REC.
           05 TP-KEY.
               10 TP-PNR           PIC X(6).
               10 TP-STN           PIC X(3).
               10 TP-CODE          PIC X(4).
           05 TP-AUTH              PIC X(12).
           05 TP-AMT               PIC 9(5)V99.
           05 TP-DATE              PIC X(8).
       01 WS-PNRTAX-RESP           PIC S9(8) COMP.
       01 WS-TAX-EOF               PIC X VALUE 'N'.
       01 WS-TAX-COUNT             PIC 99 VALUE 0.
       01 WS-TAX-IX                PIC 99 VALUE 0.
       01 WS-TAX-TABLE.
           05 WS-TAX-ROW OCCURS 20 TIMES.
               10 TT-STN           PIC X(3).
               10 TT-CODE          PIC X(4).

      * Checked bag record (BAGFILE), keyed by tag only
       01 WS-BAG-REC.
           05 BG-TAG               PIC X(10).
           05 BG-PNR               PIC X(6).
           05 BG-FLIGHT            PIC X(6).
           05 BG-DATE              PIC X(8).
           05 BG-PSGR-IX           PIC 9(2).
           05 BG-ISSUE-DATE        PIC X(8).
           05 BG-ISSUE-TIME        PIC X(6).
           05 BG-STATUS            PIC X.
           05 BG-ONW-FLIGHT        PIC X(6).
           05 BG-ONW-DATE          PIC X(8).
           05 BG-WEIGHT            PIC 9(3).
       01 WS-BAG-RESP              PIC S9(8) COMP.
       01 WS-BAG-EOF               PIC X VALUE 'N'.
       01 WS-BAG-COUNT             PIC 99 VALUE 0.
       01 WS-BAG-IX                PIC 99 VALUE 0.
       01 WS-BAG-TABLE.
           05 WS-BAG-TAG OCCURS 40 TIMES PIC X(10).

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
       01 WS-AUDIT-PNR              PIC X(6).
       01 WS-AUDIT-OLD              PIC X.

      * Who is signed on at this terminal - written by SGNON.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

      * One party line on the screen
       01 WS-DISPLAY-LINE.
           05 DL-NUM               PIC 9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-NAME              PIC X(18).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-TYPE              PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-OUT-SEAT          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-RET-SEAT          PIC X(3).
       01 WS-ROW-IX                PIC S9(4) COMP VALUE 0.

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

       01 WS-COMMAREA.
           05 WS-PD-STATE           PIC X VALUE SPACE.
           05 WS-PD-PNR             PIC X(6) VALUE SPACES.

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
           05 PD-STATE              PIC X.
           05 PD-PNR                PIC X(6).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM SEND-PROMPT-SCREEN
               PERFORM RETURN-TO-PNRDIV
           END-IF

           MOVE PD-STATE TO WS-PD-STATE
           MOVE PD-PNR TO WS-PD-PNR

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

           IF EIBAID = DFHPF4
               MOVE SPACES TO WS-COMMAREA
               PERFORM SEND-PROMPT-SCREEN
               PERFORM RETURN-TO-PNRDIV
           END-IF

           EXEC CICS
               RECEIVE MAP('PDIVMAP') MAPSET('PDIVMAP')
               INTO(PDIVMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               IF WS-PD-STATE = 'D'
                   PERFORM SEND-PARTY-SCREEN
               ELSE
                   PERFORM SEND-PROMPT-SCREEN
               END-IF
               PERFORM RETURN-TO-PNRDIV
           END-IF

           IF WS-PD-STATE = 'D'
               PERFORM APPLY-DIVIDE
           ELSE
               PERFORM LOCATE-BOOKING
           END-IF

           PERFORM RETURN-TO-PNRDIV.

      * =======================================================
      *                 LOCATE THE BOOKING
      * =======================================================
       LOCATE-BOOKING.
           MOVE SPACES TO WS-PNR-IN
           MOVE PNRVI TO WS-PNR-RAW
           INSPECT WS-PNR-RAW REPLACING ALL LOW-VALUES BY SPACE
           MOVE FUNCTION TRIM(WS-PNR-RAW) TO WS-PNR-IN
           INSPECT WS-PNR-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-PNR-IN(1:1) = SPACE OR WS-PNR-IN(6:1) = SPACE
               MOVE 'ENTER A 6-CHARACTER PNR.' TO WS-MESSAGE
               PERFORM SEND-PROMPT-SCREEN
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(WS-PNR-IN)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BOOKING NOT FOUND FOR THAT PNR.' TO WS-MESSAGE
               PERFORM SEND-PROMPT-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF NOT PR-ST-HELD AND NOT PR-ST-CONFIRMED
               MOVE 'ONLY A HELD OR CONFIRMED BOOKING DIVIDES.'
                   TO WS-MESSAGE
               PERFORM SEND-PROMPT-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF PR-NUMP < 2
               MOVE 'SINGLE-PASSENGER BOOKING - NOTHING TO DIVIDE.'
                   TO WS-MESSAGE
               PERFORM SEND-PROMPT-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PNR-IN TO WS-PD-PNR
           MOVE 'D' TO WS-PD-STATE
           PERFORM SEND-PARTY-SCREEN.

      * =======================================================
      *        DIVIDE THE SELECTED PASSENGERS OUT
      * =======================================================
      *    Everything is checked before anything is written; once
      *    writing starts, a failure on either PNR rolls the
      *    whole divide back.
       APPLY-DIVIDE.
           PERFORM GET-SIGNED-ON-USER
           IF SG-USERID = SPACES
               MOVE 'SIGN ON (SGON) BEFORE DIVIDING A PNR.'
                   TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(WS-PD-PNR)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BOOKING NO LONGER ON FILE.' TO WS-MESSAGE
               PERFORM SEND-PROMPT-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF (NOT PR-ST-HELD AND NOT PR-ST-CONFIRMED)
              OR PR-NUMP < 2
               MOVE 'BOOKING CAN NO LONGER BE DIVIDED.' TO WS-MESSAGE
               PERFORM SEND-PROMPT-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE PR-NUMP TO WS-ORIG-NUMP
           PERFORM PARSE-SELECTION

           IF WS-SEL-BAD = 'Y' OR WS-SEL-COUNT = 0
               MOVE 'KEY THE PASSENGER NUMBERS TO MOVE, E.G. 24.'
                   TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF WS-SEL-COUNT >= WS-ORIG-NUMP
               MOVE 'AT LEAST ONE PASSENGER MUST STAY ON THE PNR.'
                   TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEL-ADULTS
           MOVE 0 TO WS-REST-ADULTS
           PERFORM COUNT-ONE-ADULT
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > WS-ORIG-NUMP

           IF WS-SEL-ADULTS = 0 OR WS-REST-ADULTS = 0
               MOVE 'EACH BOOKING MUST KEEP AN ADULT.' TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TICKETED
           IF PR-TKT-NUMBER NOT = SPACES
              AND PR-TKT-NUMBER NOT = LOW-VALUES
               MOVE PR-TKT-NUMBER TO WS-OLD-TKT
               EXEC CICS
                   READ FILE('TKTREG')
                        INTO(WS-TKT-REC)
                        RIDFLD(WS-OLD-TKT)
                        RESP(WS-TKT-RESP)
               END-EXEC
               IF WS-TKT-RESP NOT = DFHRESP(NORMAL)
                  OR NOT TK-ISSUED
                   MOVE 'TICKET IS NOT IN ISSUED STATE - NO DIVIDE.'
                       TO WS-MESSAGE
                   PERFORM SEND-PARTY-SCREEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-TICKETED
               MOVE TK-CURR TO WS-TKT-CURR
               MOVE TK-TAX TO WS-OLD-TAX
           END-IF

           PERFORM GENERATE-NEW-PNR
           IF WS-PNR-GEN-FAILED = 'Y'
               MOVE SPACES TO WS-NEW-PNR
               MOVE 'NO FREE PNR CODE - TRY AGAIN.' TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(WS-PD-PNR)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-NEW-PNR
               MOVE 'BOOKING IS IN USE - TRY AGAIN.' TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
                          TIME(WS-CURR-TIME)
           END-EXEC

           MOVE WS-PNR-REC TO WS-ORIG-HOLD
           MOVE PR-PNR TO WS-ORIG-PNR
           MOVE PR-OUT-CKIN-FLAG TO WS-OUT-CKIN
           MOVE PR-RET-CKIN-FLAG TO WS-RET-CKIN
           IF PR-GROUP-REF = SPACES OR PR-GROUP-REF = LOW-VALUES
               MOVE SPACES TO WS-GROUP-REF
               STRING 'DV' WS-ORIG-PNR DELIMITED BY SIZE
                   INTO WS-GROUP-REF
               END-STRING
           ELSE
               MOVE PR-GROUP-REF TO WS-GROUP-REF
           END-IF

           COMPUTE WS-NEW-FARE ROUNDED =
               PR-FARE-AMT * WS-SEL-COUNT / WS-ORIG-NUMP
           COMPUTE WS-ORIG-FARE = PR-FARE-AMT - WS-NEW-FARE

           PERFORM SPLIT-BOOKING-TAXES

           IF WS-TICKETED = 'Y'
               PERFORM REISSUE-TICKETS
           END-IF

      *    The new booking first, then the original in place.
           MOVE WS-ORIG-HOLD TO WS-PNR-REC
           MOVE 'Y' TO WS-KEEP-SELECTED
           PERFORM REBUILD-PARTY
           MOVE WS-NEW-PNR TO PR-PNR
           MOVE WS-NEW-FARE TO PR-FARE-AMT
           MOVE ZERO TO PR-BAG-FEE
           MOVE WS-GROUP-REF TO PR-GROUP-REF
           IF WS-TICKETED = 'Y'
               MOVE WS-NEW-TKT TO PR-TKT-NUMBER
           END-IF

           EXEC CICS
               WRITE FILE('PNRDATA')
                     FROM(WS-PNR-REC)
                     RIDFLD(WS-NEW-PNR)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE SPACES TO WS-NEW-PNR
               MOVE 'UNABLE TO WRITE THE NEW PNR - NOTHING CHANGED.'
                   TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO JR-ACTION
           PERFORM JOURNAL-PNR-IMAGE
           PERFORM WRITE-FLIGHT-XREF

           MOVE WS-ORIG-HOLD TO WS-PNR-REC
           MOVE 'N' TO WS-KEEP-SELECTED
           PERFORM REBUILD-PARTY
           MOVE WS-ORIG-FARE TO PR-FARE-AMT
           MOVE WS-GROUP-REF TO PR-GROUP-REF
           IF WS-TICKETED = 'Y'
               MOVE WS-ORIG-TKT TO PR-TKT-NUMBER
           END-IF

           EXEC CICS
               REWRITE FILE('PNRDATA')
                       FROM(WS-PNR-REC)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE SPACES TO WS-NEW-PNR
               MOVE 'UNABLE TO UPDATE THE PNR - NOTHING CHANGED.'
                   TO WS-MESSAGE
               PERFORM SEND-PARTY-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO JR-ACTION
           PERFORM JOURNAL-PNR-IMAGE

           PERFORM COPY-PNR-EXTENSION
           PERFORM COPY-ONE-SEGMENT
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > 4

           IF WS-TICKETED = 'Y'
               PERFORM REISSUE-TICKET-COUPONS
           END-IF

           IF WS-OUT-CKIN = 'Y' OR WS-RET-CKIN = 'Y'
               PERFORM MOVE-DIVIDED-BAGS
           END-IF

           EXEC CICS SYNCPOINT END-EXEC

           MOVE PR-STATUS TO WS-AUDIT-OLD
           MOVE WS-ORIG-PNR TO WS-AUDIT-PNR
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACE TO WS-AUDIT-OLD
           MOVE WS-NEW-PNR TO WS-AUDIT-PNR
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO WS-MESSAGE
           STRING 'DIVIDED - NEW PNR ' WS-NEW-PNR
                  '. PF4 FOR ANOTHER PNR.'
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING

           PERFORM SEND-PARTY-SCREEN.

      * =======================================================
      *      READ THE PASSENGER NUMBERS KEYED TO MOVE
      * =======================================================
      *    Digits 1-9, with or without spaces or commas between;
      *    a number keyed twice counts once.
       PARSE-SELECTION.
           MOVE ALL 'N' TO WS-SEL-TABLE
           MOVE ZEROS TO WS-NEW-IX-TABLE
           MOVE 'N' TO WS-SEL-BAD
           MOVE 0 TO WS-SEL-COUNT
           MOVE SELVI TO WS-SEL-RAW
           INSPECT WS-SEL-RAW REPLACING ALL LOW-VALUES BY SPACE

           PERFORM PARSE-ONE-CHAR
               VARYING WS-CHR-IX FROM 1 BY 1
               UNTIL WS-CHR-IX > 9.

       PARSE-ONE-CHAR.
           MOVE WS-SEL-RAW(WS-CHR-IX:1) TO WS-SEL-CHAR

           IF WS-SEL-CHAR = SPACE OR WS-SEL-CHAR = ','
               EXIT PARAGRAPH
           END-IF

           IF WS-SEL-CHAR < '1' OR WS-SEL-CHAR > '9'
               MOVE 'Y' TO WS-SEL-BAD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEL-CHAR TO WS-SEL-DIGIT
           IF WS-SEL-DIGIT > WS-ORIG-NUMP
               MOVE 'Y' TO WS-SEL-BAD
               EXIT PARAGRAPH
           END-IF

           IF WS-SEL-FLAG(WS-SEL-DIGIT) = 'N'
               MOVE 'Y' TO WS-SEL-FLAG(WS-SEL-DIGIT)
               ADD 1 TO WS-SEL-COUNT
           END-IF.

      *    An untyped slot predates passenger types and is an
      *    adult, the same as at booking.
       COUNT-ONE-ADULT.
           IF PR-PSGR-TYPE(WS-PSGR-IX) = 'A'
              OR PR-PSGR-TYPE(WS-PSGR-IX) = SPACE
               IF WS-SEL-FLAG(WS-PSGR-IX) = 'Y'
                   ADD 1 TO WS-SEL-ADULTS
               ELSE
                   ADD 1 TO WS-REST-ADULTS
               END-IF
           END-IF.

      * =======================================================
      *       GENERATE A PNR CODE NOT ALREADY ON FILE
      * =======================================================
       GENERATE-NEW-PNR.
           MOVE 'N' TO WS-PNR-GEN-FAILED
           MOVE 'N' TO WS-PNR-FREE
           MOVE 0 TO WS-PNR-RETRY

           PERFORM TRY-ONE-PNR-CODE
               UNTIL WS-PNR-FREE = 'Y'
                  OR WS-PNR-GEN-FAILED = 'Y'
                  OR WS-PNR-RETRY > 25

           IF WS-PNR-FREE NOT = 'Y'
               MOVE 'Y' TO WS-PNR-GEN-FAILED
           END-IF.

       TRY-ONE-PNR-CODE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           COMPUTE WS-PNR-SEED = WS-ABSTIME + WS-PNR-RETRY
           MOVE SPACES TO WS-NEW-PNR
           PERFORM BUILD-ONE-PNR-CHAR
               VARYING WS-PNR-POS FROM 1 BY 1
               UNTIL WS-PNR-POS > 6

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PROBE-REC)
                    RIDFLD(WS-NEW-PNR)
                    RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-PNR-FREE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-PNR-RETRY
               WHEN OTHER
                   MOVE 'Y' TO WS-PNR-GEN-FAILED
           END-EVALUATE.

       BUILD-ONE-PNR-CHAR.
           DIVIDE WS-PNR-SEED BY 36
               GIVING WS-PNR-SEED REMAINDER WS-PNR-REM
           COMPUTE WS-PNR-CHAR-IX = WS-PNR-REM + 1
           MOVE WS-PNR-CHAR(WS-PNR-CHAR-IX)
               TO WS-NEW-PNR(WS-PNR-POS:1).

      * =======================================================
      *     BUILD ONE SIDE'S PARTY FROM THE ORIGINAL BOOKING
      * =======================================================
      *    WS-KEEP-SELECTED Y builds the new PNR's party, N the
      *    original's. Passengers keep their order; the first
      *    one on each side becomes the lead, and only the side
      *    keeping the original lead keeps the FF number.
       REBUILD-PARTY.
           PERFORM SAVE-ONE-PSGR
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > 9

           MOVE 0 TO WS-PARTY-COUNT
           PERFORM PLACE-ONE-PSGR
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > WS-ORIG-NUMP

           COMPUTE WS-PSGR-IX = WS-PARTY-COUNT + 1
           PERFORM CLEAR-ONE-PSGR
               VARYING WS-PSGR-IX FROM WS-PSGR-IX BY 1
               UNTIL WS-PSGR-IX > 9

           MOVE WS-PARTY-COUNT TO PR-NUMP
           MOVE PR-PSGR-NAME(1) TO PR-NAME
           MOVE PR-PSGR-PASSPORT(1) TO PR-PASSPORT
           MOVE PR-PSGR-OUT-SEAT(1) TO PR-OUT-SEAT
           MOVE PR-PSGR-RET-SEAT(1) TO PR-RET-SEAT
           MOVE PR-PSGR-DOB(1) TO PR-DOB
           PERFORM EXTRACT-LAST-NAME
           MOVE WS-LAST-NAME TO PR-LAST-NAME

           IF WS-SEL-FLAG(1) NOT = WS-KEEP-SELECTED
               MOVE SPACES TO PR-FF-NUMBER
           END-IF.

       SAVE-ONE-PSGR.
           MOVE PR-PASSENGER(WS-PSGR-IX)
               TO WS-PSGR-SAVE-ENTRY(WS-PSGR-IX).

       PLACE-ONE-PSGR.
           IF WS-SEL-FLAG(WS-PSGR-IX) = WS-KEEP-SELECTED
               ADD 1 TO WS-PARTY-COUNT
               MOVE WS-PSGR-SAVE-ENTRY(WS-PSGR-IX)
                   TO PR-PASSENGER(WS-PARTY-COUNT)
               MOVE WS-PARTY-COUNT TO WS-NEW-IX(WS-PSGR-IX)
           END-IF.

       CLEAR-ONE-PSGR.
           INITIALIZE PR-PASSENGER(WS-PSGR-IX).

       EXTRACT-LAST-NAME.
           MOVE SPACES TO WS-LAST-NAME
           MOVE 0 TO WS-NAME-END
           MOVE 1 TO WS-LAST-START

           PERFORM SCAN-ONE-NAME-CHAR
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 18

           IF WS-NAME-END > 0
               MOVE PR-NAME(WS-LAST-START:
                   WS-NAME-END - WS-LAST-START + 1)
                   TO WS-LAST-NAME
           END-IF

           INSPECT WS-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    The last word of the name starts after the last space
      *    that precedes a non-blank.
       SCAN-ONE-NAME-CHAR.
           IF PR-NAME(WS-NAME-IX:1) = SPACE
               EXIT PARAGRAPH
           END-IF

           IF WS-NAME-IX = 1
               MOVE WS-NAME-IX TO WS-LAST-START
           ELSE
               IF PR-NAME(WS-NAME-IX - 1:1) = SPACE
                   MOVE WS-NAME-IX TO WS-LAST-START
               END-IF
           END-IF
           MOVE WS-NAME-IX TO WS-NAME-END.

      * =======================================================
      *        SHARE THE BOOKING'S TAXES BETWEEN THE TWO
      * =======================================================
      *    Each PNRTAX charge is split by head - the new PNR's
      *    share written under its own key, the original keeping
      *    the remainder - so the itemized rows still add up to
      *    each ticket's tax. A booking with no itemized rows
      *    splits its total the same way.
       SPLIT-BOOKING-TAXES.
           MOVE 'N' TO WS-XTND-FOUND
           EXEC CICS
               READ FILE('PNRXTND')
                    INTO(WS-XTND-REC)
                    RIDFLD(WS-ORIG-PNR)
                    RESP(WS-XTND-RESP)
           END-EXEC
           IF WS-XTND-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-XTND-FOUND
               IF WS-TICKETED NOT = 'Y'
                   MOVE XD-TAX-AMT TO WS-OLD-TAX
               END-IF
           END-IF

           MOVE ZERO TO WS-ORIG-TAX
           MOVE ZERO TO WS-NEW-TAX
           PERFORM LOAD-TAX-ROWS

           IF WS-TAX-COUNT = 0
               COMPUTE WS-NEW-TAX ROUNDED =
                   WS-OLD-TAX * WS-SEL-COUNT / WS-ORIG-NUMP
               COMPUTE WS-ORIG-TAX = WS-OLD-TAX - WS-NEW-TAX
           ELSE
               PERFORM SPLIT-ONE-TAX-ROW
                   VARYING WS-TAX-IX FROM 1 BY 1
                   UNTIL WS-TAX-IX > WS-TAX-COUNT
           END-IF.

       LOAD-TAX-ROWS.
           MOVE 0 TO WS-TAX-COUNT
           MOVE 'N' TO WS-TAX-EOF
           MOVE LOW-VALUES TO TP-KEY
           MOVE WS-ORIG-PNR TO TP-PNR

           EXEC CICS
               STARTBR FILE('PNRTAX')
                       RIDFLD(TP-KEY)
                       GTEQ
                       RESP(WS-PNRTAX-RESP)
           END-EXEC

           IF WS-PNRTAX-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-TAX-ROW
               UNTIL WS-TAX-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('PNRTAX')
               RESP(WS-PNRTAX-RESP)
           END-EXEC.

       READ-NEXT-TAX-ROW.
           EXEC CICS
               READNEXT FILE('PNRTAX')
                        INTO(WS-PNRTAX-REC)
                        RIDFLD(TP-KEY)
                        RESP(WS-PNRTAX-RESP)
           END-EXEC

           IF WS-PNRTAX-RESP NOT = DFHRESP(NORMAL)
              OR TP-PNR NOT = WS-ORIG-PNR
              OR WS-TAX-COUNT >= 20
               MOVE 'Y' TO WS-TAX-EOF
           ELSE
               ADD 1 TO WS-TAX-COUNT
               MOVE TP-STN TO TT-STN(WS-TAX-COUNT)
               MOVE TP-CODE TO TT-CODE(WS-TAX-COUNT)
           END-IF.

       SPLIT-ONE-TAX-ROW.
           MOVE WS-ORIG-PNR TO TP-PNR
           MOVE TT-STN(WS-TAX-IX) TO TP-STN
           MOVE TT-CODE(WS-TAX-IX) TO TP-CODE

           EXEC CICS
               READ FILE('PNRTAX')
                    INTO(WS-PNRTAX-REC)
                    RIDFLD(TP-KEY)
                    UPDATE
                    RESP(WS-PNRTAX-RESP)
           END-EXEC

           IF WS-PNRTAX-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ROW-SHARE ROUNDED =
               TP-AMT * WS-SEL-COUNT / WS-ORIG-NUMP
           SUBTRACT WS-ROW-SHARE FROM TP-AMT
           ADD TP-AMT TO WS-ORIG-TAX
           ADD WS-ROW-SHARE TO WS-NEW-TAX

           EXEC CICS
               REWRITE FILE('PNRTAX')
                       FROM(WS-PNRTAX-REC)
                       RESP(WS-PNRTAX-RESP)
           END-EXEC

           MOVE WS-NEW-PNR TO TP-PNR
           MOVE WS-ROW-SHARE TO TP-AMT

           EXEC CICS
               WRITE FILE('PNRTAX')
                     FROM(WS-PNRTAX-REC)
                     RIDFLD(TP-KEY)
                     RESP(WS-PNRTAX-RESP)
           END-EXEC.

      * =======================================================
      *   EXCHANGE THE TICKET FOR ONE PER BOOKING
      * =======================================================
       REISSUE-TICKETS.
           EXEC CICS
               READ FILE('TKTREG')
                    INTO(WS-TKT-REC)
                    RIDFLD(WS-OLD-TKT)
                    UPDATE
                    RESP(WS-TKT-RESP)
           END-EXEC

           IF WS-TKT-RESP = DFHRESP(NORMAL)
               MOVE 'E' TO TK-TYPE
               EXEC CICS
                   REWRITE FILE('TKTREG')
                           FROM(WS-TKT-REC)
                           RESP(WS-TKT-RESP)
               END-EXEC
           END-IF

           MOVE WS-ORIG-PNR TO WS-TKT-PNR
           MOVE WS-ORIG-FARE TO WS-TKT-FARE
           MOVE WS-ORIG-TAX TO WS-TKT-TAX
           PERFORM ISSUE-ONE-TICKET
           MOVE WS-ISSUED-TKT TO WS-ORIG-TKT

           MOVE WS-NEW-PNR TO WS-TKT-PNR
           MOVE WS-NEW-FARE TO WS-TKT-FARE
           MOVE WS-NEW-TAX TO WS-TKT-TAX
           PERFORM ISSUE-ONE-TICKET
           MOVE WS-ISSUED-TKT TO WS-NEW-TKT.

      *    The next number off the register's control row, the
      *    same as BOOK issues against a payment.
       ISSUE-ONE-TICKET.
           EXEC CICS
               READ FILE('TKTREG')
                    INTO(WS-TKT-REC)
                    RIDFLD(WS-TKT-CONTROL-KEY)
                    UPDATE
                    RESP(WS-TKT-RESP)
           END-EXEC

           IF WS-TKT-RESP = DFHRESP(NORMAL)
               COMPUTE WS-TKT-SEQ = TK-LAST-SEQ + 1
               MOVE WS-TKT-SEQ TO TK-LAST-SEQ
               EXEC CICS
                   REWRITE FILE('TKTREG')
                           FROM(WS-TKT-REC)
                           RESP(WS-TKT-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-TKT-SEQ
               MOVE SPACES TO WS-TKT-REC
               MOVE WS-TKT-CONTROL-KEY TO TK-NUMBER
               MOVE 'K' TO TK-TYPE
               MOVE WS-TKT-SEQ TO TK-LAST-SEQ
               EXEC CICS
                   WRITE FILE('TKTREG')
                         FROM(WS-TKT-REC)
                         RIDFLD(TK-NUMBER)
                         RESP(WS-TKT-RESP)
               END-EXEC
           END-IF

           MOVE SPACES TO WS-ISSUED-TKT
           MOVE '999' TO WS-ISSUED-TKT(1:3)
           MOVE WS-TKT-SEQ TO WS-ISSUED-TKT(4:10)

           MOVE SPACES TO WS-TKT-REC
           MOVE WS-ISSUED-TKT TO TK-NUMBER
           MOVE 'I' TO TK-TYPE
           MOVE WS-TKT-PNR TO TK-PNR
           MOVE WS-CURR-DATE TO TK-DATE
           MOVE WS-CURR-TIME TO TK-TIME
           COMPUTE TK-AMT = WS-TKT-FARE + WS-TKT-TAX
           MOVE WS-TKT-TAX TO TK-TAX
           IF WS-TKT-CURR = SPACES
               MOVE 'USD' TO TK-CURR
           ELSE
               MOVE WS-TKT-CURR TO TK-CURR
           END-IF
           MOVE ZEROS TO TK-LAST-SEQ

           EXEC CICS
               WRITE FILE('TKTREG')
                     FROM(WS-TKT-REC)
                     RIDFLD(TK-NUMBER)
                     RESP(WS-TKT-RESP)
           END-EXEC.

      * =======================================================
      *   NEW COUPONS CARRY OVER WHERE THE OLD ONES HAD GOT TO
      * =======================================================
      *    The old ticket's coupon states are taken before the
      *    exchange closes them; each new ticket then gets open
      *    coupons off its booking's segments, moved on to
      *    checked in, lifted or flown wherever the old coupon
      *    for that flight and date already was.
       REISSUE-TICKET-COUPONS.
           PERFORM SAVE-ONE-OLD-COUPON
               VARYING WS-CPN-IX FROM 1 BY 1
               UNTIL WS-CPN-IX > 4

           MOVE SPACES TO WS-CPN-AREA
           MOVE 'T' TO CN-FUNCTION
           MOVE WS-ORIG-PNR TO CN-PNR
           MOVE WS-OLD-TKT TO CN-TKT
           MOVE 'E' TO CN-NEW-STATUS
           PERFORM LINK-COUPON-SERVICE

           MOVE SPACES TO WS-CPN-AREA
           MOVE 'I' TO CN-FUNCTION
           MOVE WS-ORIG-PNR TO CN-PNR
           MOVE WS-ORIG-TKT TO CN-TKT
           PERFORM LINK-COUPON-SERVICE

           MOVE SPACES TO WS-CPN-AREA
           MOVE 'I' TO CN-FUNCTION
           MOVE WS-NEW-PNR TO CN-PNR
           MOVE WS-NEW-TKT TO CN-TKT
           PERFORM LINK-COUPON-SERVICE

           PERFORM CARRY-ONE-COUPON-STATUS
               VARYING WS-CPN-IX FROM 1 BY 1
               UNTIL WS-CPN-IX > 4.

       SAVE-ONE-OLD-COUPON.
           MOVE SPACES TO WS-OLD-CPN(WS-CPN-IX)
           MOVE WS-OLD-TKT TO CP-TKT
           MOVE WS-CPN-IX TO CP-SEQ

           EXEC CICS
               READ FILE('TKTCPN')
                    INTO(WS-CPN-REC)
                    RIDFLD(CP-KEY)
                    RESP(WS-CPN-RESP)
           END-EXEC

           IF WS-CPN-RESP = DFHRESP(NORMAL)
               MOVE CP-FLT TO OC-FLT(WS-CPN-IX)
               MOVE CP-DATE TO OC-DATE(WS-CPN-IX)
               MOVE CP-STATUS TO OC-STATUS(WS-CPN-IX)
           END-IF.

       CARRY-ONE-COUPON-STATUS.
           IF OC-STATUS(WS-CPN-IX) NOT = 'C'
              AND OC-STATUS(WS-CPN-IX) NOT = 'L'
              AND OC-STATUS(WS-CPN-IX) NOT = 'F'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CPN-AREA
           MOVE 'S' TO CN-FUNCTION
           MOVE WS-ORIG-PNR TO CN-PNR
           MOVE WS-ORIG-TKT TO CN-TKT
           MOVE OC-FLT(WS-CPN-IX) TO CN-FLT
           MOVE OC-DATE(WS-CPN-IX) TO CN-DATE
           MOVE OC-STATUS(WS-CPN-IX) TO CN-NEW-STATUS
           PERFORM LINK-COUPON-SERVICE

           MOVE WS-NEW-PNR TO CN-PNR
           MOVE WS-NEW-TKT TO CN-TKT
           PERFORM LINK-COUPON-SERVICE.

       LINK-COUPON-SERVICE.
           EXEC CICS
               LINK PROGRAM('CPNSVC')
                    COMMAREA(WS-CPN-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *   COPY THE SEGMENTS AND EXTENSION TO THE NEW BOOKING
      * =======================================================
       COPY-ONE-SEGMENT.
           MOVE WS-ORIG-PNR TO SE-PNR
           MOVE WS-SEG-IX TO SE-SEQ

           EXEC CICS
               READ FILE('PNRSEG')
                    INTO(WS-SEG-REC)
                    RIDFLD(SE-KEY)
                    RESP(WS-SEG-RESP)
           END-EXEC

           IF WS-SEG-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-PNR TO SE-PNR
           EXEC CICS
               WRITE FILE('PNRSEG')
                     FROM(WS-SEG-REC)
                     RIDFLD(SE-KEY)
                     RESP(WS-SEG-RESP)
           END-EXEC.

      *    Class, allotment, currency, language and agency go
      *    with both; tax and any promotion discount are shared
      *    by head; a paid upgrade and a pet stay with the
      *    original booking.
       COPY-PNR-EXTENSION.
           IF WS-XTND-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('PNRXTND')
                    INTO(WS-XTND-REC)
                    RIDFLD(WS-ORIG-PNR)
                    UPDATE
                    RESP(WS-XTND-RESP)
           END-EXEC

           IF WS-XTND-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-DISC ROUNDED =
               XD-DISC-AMT * WS-SEL-COUNT / WS-ORIG-NUMP
           SUBTRACT WS-NEW-DISC FROM XD-DISC-AMT
           MOVE WS-ORIG-TAX TO XD-TAX-AMT

           EXEC CICS
               REWRITE FILE('PNRXTND')
                       FROM(WS-XTND-REC)
                       RESP(WS-XTND-RESP)
           END-EXEC

           MOVE WS-NEW-PNR TO XD-PNR
           MOVE WS-NEW-TAX TO XD-TAX-AMT
           MOVE WS-NEW-DISC TO XD-DISC-AMT
           MOVE SPACE TO XD-PET-TYPE
           MOVE ZERO TO XD-PET-WT
           MOVE ZERO TO XD-UPG-AMT
           MOVE SPACES TO XD-UPG-DATE
           MOVE ZERO TO XD-UPG-DAY-AMT

           EXEC CICS
               WRITE FILE('PNRXTND')
                     FROM(WS-XTND-REC)
                     RIDFLD(XD-PNR)
                     RESP(WS-XTND-RESP)
           END-EXEC.

      * =======================================================
      *   KEEP THE FLIGHT/DATE ACCESS PATH CURRENT FOR THE PNR
      * =======================================================
       WRITE-FLIGHT-XREF.
           MOVE PR-OUT-FLT TO XR-FLT
           MOVE PR-DEPDATE TO XR-DATE
           MOVE PR-PNR TO XR-PNR
           PERFORM WRITE-ONE-XREF

           IF PR-OUT-FLT2 NOT = SPACES
               MOVE PR-OUT-FLT2 TO XR-FLT
               MOVE PR-DEPDATE TO XR-DATE
               PERFORM WRITE-ONE-XREF
           END-IF

           IF PR-TRIPTYPE = 'R'
               MOVE PR-RET-FLT TO XR-FLT
               MOVE PR-RETDATE TO XR-DATE
               PERFORM WRITE-ONE-XREF
           END-IF.

       WRITE-ONE-XREF.
           EXEC CICS
               WRITE FILE('PNRXREF')
                     FROM(WS-XREF-REC)
                     RIDFLD(XR-KEY)
                     RESP(WS-XREF-RESP)
           END-EXEC.

      * =======================================================
      *     CHECKED BAGS FOLLOW THE PASSENGER WHO CHECKED THEM
      * =======================================================
      *    BAGFILE is keyed by tag alone, so the booking's tags
      *    are gathered in one pass and then re-pointed: a bag
      *    of a passenger who moved takes the new PNR and the
      *    passenger's new slot; one who stayed may have moved
      *    up a slot.
       MOVE-DIVIDED-BAGS.
           MOVE 0 TO WS-BAG-COUNT
           MOVE 'N' TO WS-BAG-EOF
           MOVE LOW-VALUES TO BG-TAG

           EXEC CICS
               STARTBR FILE('BAGFILE')
                       RIDFLD(BG-TAG)
                       GTEQ
                       RESP(WS-BAG-RESP)
           END-EXEC

           IF WS-BAG-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-BAG
               UNTIL WS-BAG-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('BAGFILE')
               RESP(WS-BAG-RESP)
           END-EXEC

           PERFORM MOVE-ONE-BAG
               VARYING WS-BAG-IX FROM 1 BY 1
               UNTIL WS-BAG-IX > WS-BAG-COUNT.

       READ-NEXT-BAG.
           EXEC CICS
               READNEXT FILE('BAGFILE')
                        INTO(WS-BAG-REC)
                        RIDFLD(BG-TAG)
                        RESP(WS-BAG-RESP)
           END-EXEC

           IF WS-BAG-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BAG-EOF
               EXIT PARAGRAPH
           END-IF

           IF BG-PNR = WS-ORIG-PNR AND WS-BAG-COUNT < 40
               ADD 1 TO WS-BAG-COUNT
               MOVE BG-TAG TO WS-BAG-TAG(WS-BAG-COUNT)
           END-IF.

       MOVE-ONE-BAG.
           EXEC CICS
               READ FILE('BAGFILE')
                    INTO(WS-BAG-REC)
                    RIDFLD(WS-BAG-TAG(WS-BAG-IX))
                    UPDATE
                    RESP(WS-BAG-RESP)
           END-EXEC

           IF WS-BAG-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           IF BG-PSGR-IX < 1 OR BG-PSGR-IX > WS-ORIG-NUMP
               EXEC CICS
                   UNLOCK FILE('BAGFILE')
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           IF WS-SEL-FLAG(BG-PSGR-IX) = 'Y'
               MOVE WS-NEW-PNR TO BG-PNR
           END-IF
           MOVE WS-NEW-IX(BG-PSGR-IX) TO BG-PSGR-IX

           EXEC CICS
               REWRITE FILE('BAGFILE')
                       FROM(WS-BAG-REC)
                       RESP(WS-BAG-RESP)
           END-EXEC.

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

           MOVE 'PNRDIV' TO JR-PROGRAM
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
      *    The original booking's entry shows its status either
      *    side; the new booking's shows it created from nothing
      *    - both under the divide and the operator who did it.
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-REC
           MOVE WS-AUDIT-PNR TO AU-PNR
           MOVE WS-AUDIT-OLD TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(AU-DATE)
                          TIME(AU-TIME)
           END-EXEC

           MOVE 'PDIV' TO AU-PROGRAM
           MOVE SG-USERID TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC.

      * =======================================================
      *                 SEND PROMPT SCREEN
      * =======================================================
       SEND-PROMPT-SCREEN.
           MOVE LOW-VALUES TO PDIVMAPO
           MOVE SPACE TO WS-PD-STATE

           IF WS-MESSAGE = SPACES
               MOVE 'ENTER THE PNR TO DIVIDE. PF3 EXITS.' TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF
           MOVE SPACES TO WS-MESSAGE

           EXEC CICS
               SEND MAP('PDIVMAP') MAPSET('PDIVMAP')
               FROM(PDIVMAPO)
               ERASE
           END-EXEC.

      * =======================================================
      *      SEND THE PARTY LIST FOR THE BOOKING
      * =======================================================
       SEND-PARTY-SCREEN.
           MOVE LOW-VALUES TO PDIVMAPO
           MOVE WS-PD-PNR TO PNRVO
           IF WS-NEW-PNR NOT = SPACES
               MOVE WS-NEW-PNR TO NEWPNO
           END-IF

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(WS-PD-PNR)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM FORMAT-PARTY-ROW
                   VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > PR-NUMP
                      OR WS-ROW-IX > 9
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'KEY THE PASSENGER NUMBERS TO MOVE OUT, ENTER.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF
           MOVE SPACES TO WS-MESSAGE

           EXEC CICS
               SEND MAP('PDIVMAP') MAPSET('PDIVMAP')
               FROM(PDIVMAPO)
               ERASE
           END-EXEC.

       FORMAT-PARTY-ROW.
           MOVE SPACES TO WS-DISPLAY-LINE
           MOVE WS-ROW-IX TO DL-NUM
           MOVE PR-PSGR-NAME(WS-ROW-IX) TO DL-NAME
           MOVE PR-PSGR-TYPE(WS-ROW-IX) TO DL-TYPE
           MOVE PR-PSGR-OUT-SEAT(WS-ROW-IX) TO DL-OUT-SEAT
           MOVE PR-PSGR-RET-SEAT(WS-ROW-IX) TO DL-RET-SEAT

           EVALUATE WS-ROW-IX
               WHEN 1
                   MOVE WS-DISPLAY-LINE TO ROW01O
               WHEN 2
                   MOVE WS-DISPLAY-LINE TO ROW02O
               WHEN 3
                   MOVE WS-DISPLAY-LINE TO ROW03O
               WHEN 4
                   MOVE WS-DISPLAY-LINE TO ROW04O
               WHEN 5
                   MOVE WS-DISPLAY-LINE TO ROW05O
               WHEN 6
                   MOVE WS-DISPLAY-LINE TO ROW06O
               WHEN 7
                   MOVE WS-DISPLAY-LINE TO ROW07O
               WHEN 8
                   MOVE WS-DISPLAY-LINE TO ROW08O
               WHEN 9
                   MOVE WS-DISPLAY-LINE TO ROW09O
           END-EVALUATE.

      * =======================================================
      *      READ THE TERMINAL'S SIGN-ON (WHO IS AT THE KEYS)
      * =======================================================
       GET-SIGNED-ON-USER.
           MOVE SPACES TO WS-SIGNON-REC
           MOVE SPACES TO WS-SGN-QUEUE
           STRING 'SGN$' EIBTRMID DELIMITED BY SIZE
               INTO WS-SGN-QUEUE
           END-STRING

      *    READQ TS hands the stored length back, so LENGTH must
      *    be a data area, re-primed before every read.
           MOVE 9 TO WS-SIGNON-LEN
           EXEC CICS
               READQ TS QUEUE(WS-SGN-QUEUE)
                     INTO(WS-SIGNON-REC)
                     LENGTH(WS-SIGNON-LEN)
                     ITEM(1)
                     RESP(WS-SIGNON-RESP)
           END-EXEC

           IF WS-SIGNON-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-SIGNON-REC
           END-IF.

      * =======================================================
      *                 RETURN TO TRANSID
      * =======================================================
       RETURN-TO-PNRDIV.
           MOVE WS-PD-STATE TO PD-STATE
           MOVE WS-PD-PNR TO PD-PNR

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(7)
           END-EXEC.

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
           MOVE WS-TRANSID TO AT-TRAN
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
