       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBPAY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY DBPYMAP.

      * =======================================================
      *   DENIED-BOARDING COMPENSATION PAYOUT
      * =======================================================
      *    GTBMP (and GTCLSE at closeout) enter every bumped
      *    booking on the DBCOMP denied-boarding register. The
      *    gate agent keys the PNR here once the party has been
      *    rebooked and sees what they are owed: a multiple of
      *    the one-way fare per seated passenger, by how late the
      *    new flight gets them to their destination against the
      *    journey they were denied - nothing within the first
      *    band, the lower multiple (capped) up to the second,
      *    the higher multiple (capped) beyond it or if the party
      *    was never put on another flight. Bands, multiples and
      *    caps are PARMFIL figures. The agent pays it as a
      *    VCHRFIL travel credit or as cash over the counter, and
      *    the receipt screen comes up for the passenger to sign.
      *    The register records what was paid, how, when and by
      *    whom - SLSJRN and GLPOST take the day's payouts from it.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'DBPY'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-SIGNON-MESSAGE        PIC X(40)
           VALUE 'SIGN ON (SGON) BEFORE PAYING A CLAIM.'.

       01 WS-PNR-RAW               PIC X(7).
       01 WS-PNR-IN                PIC X(6).
       01 WS-PAY-RAW               PIC X(1).
       01 WS-PAY-IN                PIC X(1).

      * Bands, multiples and caps - coded figures stand in when
      * PARMFIL has no entry, the same fallback the other tuning
      * figures use. Minutes late below band 1 pay nothing; up to
      * band 2 pay the first multiple of the one-way fare, capped;
      * beyond that the second.
       01 WS-DB-BAND1              PIC 9(4) VALUE 60.
       01 WS-DB-BAND2              PIC 9(4) VALUE 120.
       01 WS-DB-PCT1               PIC 9(3) VALUE 200.
       01 WS-DB-PCT2               PIC 9(3) VALUE 400.
       01 WS-DB-CAP1               PIC 9(5)V99 VALUE 775.00.
       01 WS-DB-CAP2               PIC 9(5)V99 VALUE 1550.00.

       01 WS-PARM-REC.
           05 PM-NAME              PIC X(8).
           05 PM-VALUE             PIC X(12).
       01 WS-PARM-RESP             PIC S9(8) COMP.
       01 WS-PARM-KEY              PIC X(8) VALUE SPACES.

      * Denied-boarding register - written at bump time with the
      * booking as it stood, completed here when the claim is paid.
       01 WS-DBCOMP-REC.
           05 DB-KEY.
               10 DB-PNR            PIC X(6).
               10 DB-FLIGHT         PIC X(6).
               10 DB-DATE           PIC X(8).
           05 DB-LEG                PIC X.
               88 DB-LEG-OUT        VALUE 'O'.
               88 DB-LEG-RET        VALUE 'R'.
           05 DB-SCHED-ARR          PIC X(4).
           05 DB-FARE-AMT           PIC 9(7)V99.
           05 DB-TRIPTYPE           PIC X.
           05 DB-SEATED             PIC 9(2).
           05 DB-CURR               PIC X(3).
           05 DB-BUMP-DATE          PIC X(8).
           05 DB-BUMP-TIME          PIC X(6).
           05 DB-BUMP-PGM           PIC X(4).
           05 DB-STATUS             PIC X.
               88 DB-ST-OPEN        VALUE 'O'.
               88 DB-ST-PAID        VALUE 'P'.
               88 DB-ST-NONE-DUE    VALUE 'N'.
           05 DB-PAY-METHOD         PIC X.
               88 DB-PAID-VOUCHER   VALUE 'V'.
               88 DB-PAID-CASH      VALUE 'C'.
           05 DB-AMOUNT             PIC 9(7)V99.
           05 DB-VOUCHER            PIC X(10).
           05 DB-NEW-FLT            PIC X(6).
           05 DB-NEW-DATE           PIC X(8).
           05 DB-NEW-ARR            PIC X(4).
           05 DB-LATE-MINS          PIC 9(5).
           05 DB-PAID-DATE          PIC X(8).
           05 DB-PAID-TIME          PIC X(6).
           05 DB-PAID-USER          PIC X(8).
       01 WS-DBC-RESP              PIC S9(8) COMP.
       01 WS-DBC-EOF               PIC X VALUE 'N'.
       01 WS-DBC-FOUND             PIC X VALUE 'N'.
       01 WS-DBC-SEEN              PIC X VALUE 'N'.
       01 WS-DBC-LAST-STATUS       PIC X VALUE SPACE.
       01 WS-DBC-LAST-PAID         PIC X(8) VALUE SPACES.
       01 WS-DBC-BR-KEY.
           05 WS-DBC-BR-PNR        PIC X(6).
           05 WS-DBC-BR-FLIGHT     PIC X(6).
           05 WS-DBC-BR-DATE       PIC X(8).

      * Working figures for the amount due.
       01 WS-REACCOM-SW            PIC X VALUE 'N'.
           88 WS-REACCOMMODATED    VALUE 'Y'.
       01 WS-NEW-FLT               PIC X(6) VALUE SPACES.
       01 WS-NEW-DATE              PIC X(8) VALUE SPACES.
       01 WS-NEW-ARR               PIC X(4) VALUE SPACES.
       01 WS-OLD-DATE-NUM          PIC 9(8) VALUE ZERO.
       01 WS-NEW-DATE-NUM          PIC 9(8) VALUE ZERO.
       01 WS-OLD-HHMM.
           05 WS-OLD-HH            PIC 9(2).
           05 WS-OLD-MM            PIC 9(2).
       01 WS-NEW-HHMM.
           05 WS-NEW-HH            PIC 9(2).
           05 WS-NEW-MM            PIC 9(2).
       01 WS-LATE-MINS             PIC S9(9) COMP VALUE 0.
       01 WS-SEATED                PIC 9(2) VALUE 0.
       01 WS-ONEWAY-FARE           PIC 9(7)V99 VALUE 0.
       01 WS-PER-HEAD              PIC 9(7)V99 VALUE 0.
       01 WS-AMOUNT-DUE            PIC 9(7)V99 VALUE 0.

       01 WS-AMT-DISP              PIC ZZZZZZ9.99.
       01 WS-FARE-DISP             PIC ZZZZZZ9.99.
       01 WS-LATE-DISP             PIC ZZZZ9.

      * Travel-credit voucher - the compensation kept as credit,
      * numbered and dated the way CKIN issues a cancellation's.
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
       01 WS-VCH-WRITTEN            PIC X VALUE 'N'.
       01 WS-VCH-SEQ                PIC 9(3) VALUE 0.
       01 WS-VCH-EXPIRY.
           05 WS-VCH-EXP-YEAR       PIC 9(4).
           05 WS-VCH-EXP-MMDD       PIC X(4).

       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME             PIC X(6) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.

      * Who is signed on at this terminal - written by SGNON onto
      * a TS queue named for the terminal; the paying agent goes
      * on the register and the receipt.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

      * PNR VSAM record layout (892 bytes) - same layout as BOOK/CKIN
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

      * Private pseudo-conversational commarea - only the claim's
      * PNR rides between screens; the quote is worked out again
      * from the register when the agent pays it.
       01 WS-COMMAREA.
           05 WS-DP-STATE          PIC X VALUE SPACE.
           05 WS-DP-PNR            PIC X(6) VALUE SPACES.

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
           05 DP-STATE             PIC X.
           05 DP-PNR               PIC X(6).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

      *    Money leaves the counter here - the register and the
      *    receipt have to say which agent paid it.
           PERFORM GET-SIGNED-ON-USER
           IF SG-USERID = SPACES
               EXEC CICS
                   SEND TEXT FROM(WS-SIGNON-MESSAGE)
                        LENGTH(40)
                        ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-ENTRY-SCREEN
               PERFORM RETURN-TO-DBPAY
           END-IF

           MOVE DP-STATE TO WS-DP-STATE
           MOVE DP-PNR TO WS-DP-PNR

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

      *    PF4, or any key once the receipt has been signed, clears
      *    the screen for the next claim.
           IF EIBAID = DFHPF4 OR WS-DP-STATE = 'R'
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-ENTRY-SCREEN
               PERFORM RETURN-TO-DBPAY
           END-IF

           EXEC CICS
               RECEIVE MAP('DBPYMAP') MAPSET('DBPYMAP')
               INTO(DBPYMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-MESSAGE
               MOVE SPACES TO WS-PAY-IN
               IF WS-DP-STATE = 'Q'
                   PERFORM PROCESS-PAYMENT-CHOICE
               ELSE
                   PERFORM SEND-ENTRY-SCREEN
               END-IF
               PERFORM RETURN-TO-DBPAY
           END-IF

           EVALUATE WS-DP-STATE
               WHEN 'Q'
                   PERFORM NORMALIZE-PAY-INPUT
                   PERFORM PROCESS-PAYMENT-CHOICE
               WHEN OTHER
                   PERFORM PROCESS-PNR-ENTRY
           END-EVALUATE

           PERFORM RETURN-TO-DBPAY.

      * =======================================================
      *          LOOK UP THE CLAIM AND QUOTE WHAT IS DUE
      * =======================================================
       PROCESS-PNR-ENTRY.
           PERFORM NORMALIZE-PNR-INPUT

           IF WS-PNR-IN(1:1) = SPACE
              OR WS-PNR-IN(6:1) = SPACE
               MOVE 'KEY THE 6-CHARACTER PNR OF THE BUMPED BOOKING.'
                   TO WS-MESSAGE
               PERFORM SEND-ENTRY-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PNR-IN TO WS-DP-PNR
           PERFORM LOAD-CLAIM

           IF WS-DBC-FOUND NOT = 'Y'
               MOVE SPACE TO WS-DP-STATE
               PERFORM SEND-ENTRY-SCREEN
               EXIT PARAGRAPH
           END-IF

           MOVE 'Q' TO WS-DP-STATE
           IF WS-AMOUNT-DUE = ZERO
               MOVE 'NOTHING DUE - ENTER TO CLOSE THE CLAIM.'
                   TO WS-MESSAGE
           ELSE
               MOVE 'KEY V FOR A TRAVEL VOUCHER OR C FOR CASH.'
                   TO WS-MESSAGE
           END-IF
           PERFORM SEND-QUOTE-SCREEN.

      * =======================================================
      *   FIND THE OPEN CLAIM, READ THE BOOKING, WORK OUT THE SUM
      * =======================================================
      *    Leaves WS-DBC-FOUND 'Y' with the claim in WS-DBCOMP-REC,
      *    the booking in WS-PNR-REC and the amount in
      *    WS-AMOUNT-DUE - or 'N' with the reason in WS-MESSAGE.
       LOAD-CLAIM.
           PERFORM FIND-OPEN-CLAIM

           IF WS-DBC-FOUND NOT = 'Y'
               MOVE SPACES TO WS-MESSAGE
               IF WS-DBC-SEEN = 'Y'
                   STRING 'CLAIM FOR ' WS-DP-PNR
                          ' ALREADY SETTLED ON ' WS-DBC-LAST-PAID '.'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               ELSE
                   MOVE 'NO DENIED BOARDING ON FILE FOR THAT PNR.'
                       TO WS-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(DB-PNR)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-DBC-FOUND
               MOVE 'BOOKING NOT FOUND FOR THAT PNR.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-COMPENSATION-PARMS
           PERFORM COMPUTE-AMOUNT-DUE.

      *    A booking bumped twice has two register records; the
      *    first still open is paid first.
       FIND-OPEN-CLAIM.
           MOVE 'N' TO WS-DBC-FOUND
           MOVE 'N' TO WS-DBC-SEEN
           MOVE 'N' TO WS-DBC-EOF
           MOVE WS-DP-PNR TO WS-DBC-BR-PNR
           MOVE LOW-VALUES TO WS-DBC-BR-FLIGHT
           MOVE LOW-VALUES TO WS-DBC-BR-DATE

           EXEC CICS
               STARTBR FILE('DBCOMP')
                       RIDFLD(WS-DBC-BR-KEY)
                       GTEQ
                       RESP(WS-DBC-RESP)
           END-EXEC

           IF WS-DBC-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-CLAIM
               UNTIL WS-DBC-EOF = 'Y'
               OR WS-DBC-FOUND = 'Y'

           EXEC CICS
               ENDBR FILE('DBCOMP')
           END-EXEC.

       READ-NEXT-CLAIM.
           EXEC CICS
               READNEXT FILE('DBCOMP')
                        INTO(WS-DBCOMP-REC)
                        RIDFLD(WS-DBC-BR-KEY)
                        RESP(WS-DBC-RESP)
           END-EXEC

           IF WS-DBC-RESP NOT = DFHRESP(NORMAL)
              OR DB-PNR NOT = WS-DP-PNR
               MOVE 'Y' TO WS-DBC-EOF
               EXIT PARAGRAPH
           END-IF

           IF DB-ST-OPEN
               MOVE 'Y' TO WS-DBC-FOUND
           ELSE
               MOVE 'Y' TO WS-DBC-SEEN
               MOVE DB-PAID-DATE TO WS-DBC-LAST-PAID
           END-IF.

      * =======================================================
      *      BANDS, MULTIPLES AND CAPS FROM PARMFIL
      * =======================================================
       GET-COMPENSATION-PARMS.
           MOVE 'DBBAND1 ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-DB-BAND1 = FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'DBBAND2 ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-DB-BAND2 = FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'DBPCT1  ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-DB-PCT1 = FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'DBPCT2  ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-DB-PCT2 = FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'DBCAP1  ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-DB-CAP1 = FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'DBCAP2  ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-DB-CAP2 = FUNCTION NUMVAL(PM-VALUE)
           END-IF.

       GET-SYSTEM-PARM.
           EXEC CICS
               READ FILE('PARMFIL')
                    INTO(WS-PARM-REC)
                    RIDFLD(WS-PARM-KEY)
                    RESP(WS-PARM-RESP)
           END-EXEC.

      * =======================================================
      *     HOW LATE THE NEW FLIGHT GETS THEM IN, AND THE SUM
      * =======================================================
      *    The booking now holds whatever the rebooking put it on,
      *    for the same leg that was denied: the connection's
      *    second sector when there is one, since that is where
      *    the journey ends. Only a confirmed booking has been
      *    given another flight - one still bumped, waitlisted or
      *    cancelled was never reaccommodated and is owed the top
      *    band. Both arrivals are at the same station, so the
      *    local times compare directly.
       COMPUTE-AMOUNT-DUE.
           MOVE 'N' TO WS-REACCOM-SW
           MOVE SPACES TO WS-NEW-FLT
           MOVE SPACES TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-ARR
           MOVE 0 TO WS-LATE-MINS

           IF PR-ST-CONFIRMED
               IF DB-LEG-RET
                   MOVE PR-RET-FLT TO WS-NEW-FLT
                   MOVE PR-RETDATE TO WS-NEW-DATE
                   MOVE PR-RET-ARR TO WS-NEW-ARR
               ELSE
                   IF PR-OUT-FLT2 NOT = SPACES
                       MOVE PR-OUT-FLT2 TO WS-NEW-FLT
                       MOVE PR-OUT-ARR2 TO WS-NEW-ARR
                   ELSE
                       MOVE PR-OUT-FLT TO WS-NEW-FLT
                       MOVE PR-OUT-ARR TO WS-NEW-ARR
                   END-IF
                   MOVE PR-DEPDATE TO WS-NEW-DATE
               END-IF
               IF WS-NEW-DATE IS NUMERIC
                  AND WS-NEW-ARR IS NUMERIC
                  AND DB-DATE IS NUMERIC
                  AND DB-SCHED-ARR IS NUMERIC
                   MOVE 'Y' TO WS-REACCOM-SW
               END-IF
           END-IF

           IF WS-REACCOMMODATED
               MOVE DB-DATE TO WS-OLD-DATE-NUM
               MOVE WS-NEW-DATE TO WS-NEW-DATE-NUM
               MOVE DB-SCHED-ARR TO WS-OLD-HHMM
               MOVE WS-NEW-ARR TO WS-NEW-HHMM
               COMPUTE WS-LATE-MINS =
                   (FUNCTION INTEGER-OF-DATE(WS-NEW-DATE-NUM)
                    - FUNCTION INTEGER-OF-DATE(WS-OLD-DATE-NUM))
                   * 1440
                   + WS-NEW-HH * 60 + WS-NEW-MM
                   - WS-OLD-HH * 60 - WS-OLD-MM
               IF WS-LATE-MINS < 0
                   MOVE 0 TO WS-LATE-MINS
               END-IF
               IF WS-LATE-MINS > 99999
                   MOVE 99999 TO WS-LATE-MINS
               END-IF
           ELSE
               MOVE 99999 TO WS-LATE-MINS
           END-IF

      *    The fare on the register is the whole booking's; the
      *    multiple applies to one passenger's one-way fare, and
      *    lap infants were never denied a seat.
           MOVE DB-SEATED TO WS-SEATED
           IF WS-SEATED < 1
               MOVE 1 TO WS-SEATED
           END-IF
           COMPUTE WS-ONEWAY-FARE ROUNDED = DB-FARE-AMT / WS-SEATED
           IF DB-TRIPTYPE = 'R'
               COMPUTE WS-ONEWAY-FARE ROUNDED = WS-ONEWAY-FARE / 2
           END-IF

           EVALUATE TRUE
               WHEN WS-LATE-MINS < WS-DB-BAND1
                   MOVE 0 TO WS-PER-HEAD
               WHEN WS-LATE-MINS < WS-DB-BAND2
                   COMPUTE WS-PER-HEAD ROUNDED =
                       WS-ONEWAY-FARE * WS-DB-PCT1 / 100
                   IF WS-PER-HEAD > WS-DB-CAP1
                       MOVE WS-DB-CAP1 TO WS-PER-HEAD
                   END-IF
               WHEN OTHER
                   COMPUTE WS-PER-HEAD ROUNDED =
                       WS-ONEWAY-FARE * WS-DB-PCT2 / 100
                   IF WS-PER-HEAD > WS-DB-CAP2
                       MOVE WS-DB-CAP2 TO WS-PER-HEAD
                   END-IF
           END-EVALUATE

           COMPUTE WS-AMOUNT-DUE = WS-PER-HEAD * WS-SEATED.

      * =======================================================
      *          PAY THE CLAIM AS A VOUCHER OR IN CASH
      * =======================================================
      *    The quote is worked out again off the register, so what
      *    is paid is what the register says now, not what was on
      *    the screen a minute ago.
       PROCESS-PAYMENT-CHOICE.
           PERFORM LOAD-CLAIM

           IF WS-DBC-FOUND NOT = 'Y'
               MOVE SPACE TO WS-DP-STATE
               PERFORM SEND-ENTRY-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF WS-AMOUNT-DUE > ZERO
              AND WS-PAY-IN NOT = 'V'
              AND WS-PAY-IN NOT = 'C'
               MOVE 'KEY V FOR A TRAVEL VOUCHER OR C FOR CASH.'
                   TO WS-MESSAGE
               PERFORM SEND-QUOTE-SCREEN
               EXIT PARAGRAPH
           END-IF

      *    Issuing a travel voucher is function VCHR on the
      *    authority matrix; cash is the transaction's own.
           IF WS-AMOUNT-DUE > ZERO AND WS-PAY-IN = 'V'
               MOVE 'VCHR' TO AT-FUNC
               MOVE SPACES TO AT-DEFAULT
               PERFORM CALL-AUTHORITY-CHECK
               IF NOT AT-ALLOWED
                   MOVE 'NOT AUTHORIZED TO ISSUE A VOUCHER - PAY CASH.'
                       TO WS-MESSAGE
                   PERFORM SEND-QUOTE-SCREEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM SETTLE-CLAIM.

       SETTLE-CLAIM.
           MOVE DB-KEY TO WS-DBC-BR-KEY

           EXEC CICS
               READ FILE('DBCOMP')
                    INTO(WS-DBCOMP-REC)
                    RIDFLD(WS-DBC-BR-KEY)
                    UPDATE
                    RESP(WS-DBC-RESP)
           END-EXEC

           IF WS-DBC-RESP NOT = DFHRESP(NORMAL)
              OR NOT DB-ST-OPEN
               IF WS-DBC-RESP = DFHRESP(NORMAL)
                   EXEC CICS
                       UNLOCK FILE('DBCOMP')
                   END-EXEC
               END-IF
               MOVE SPACE TO WS-DP-STATE
               MOVE 'CLAIM IS NO LONGER OPEN - KEY THE PNR AGAIN.'
                   TO WS-MESSAGE
               PERFORM SEND-ENTRY-SCREEN
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

           IF WS-AMOUNT-DUE = ZERO
               MOVE 'N' TO DB-STATUS
               MOVE SPACE TO DB-PAY-METHOD
           ELSE
               IF WS-PAY-IN = 'V'
                   PERFORM ISSUE-COMP-VOUCHER
                   IF WS-VCH-WRITTEN NOT = 'Y'
                       EXEC CICS
                           UNLOCK FILE('DBCOMP')
                       END-EXEC
                       MOVE 'UNABLE TO ISSUE THE VOUCHER - PAY CASH.'
                           TO WS-MESSAGE
                       PERFORM SEND-QUOTE-SCREEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE VC-NUMBER TO DB-VOUCHER
               END-IF
               MOVE 'P' TO DB-STATUS
               MOVE WS-PAY-IN TO DB-PAY-METHOD
           END-IF

           MOVE WS-AMOUNT-DUE TO DB-AMOUNT
           MOVE WS-NEW-FLT TO DB-NEW-FLT
           MOVE WS-NEW-DATE TO DB-NEW-DATE
           MOVE WS-NEW-ARR TO DB-NEW-ARR
           MOVE WS-LATE-MINS TO DB-LATE-MINS
           MOVE WS-CURR-DATE TO DB-PAID-DATE
           MOVE WS-CURR-TIME TO DB-PAID-TIME
           MOVE SG-USERID TO DB-PAID-USER

           EXEC CICS
               REWRITE FILE('DBCOMP')
                       FROM(WS-DBCOMP-REC)
                       RESP(WS-DBC-RESP)
           END-EXEC

      *    The voucher and the register go together or not at all.
           IF WS-DBC-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'UNABLE TO RECORD THE PAYMENT - TRY AGAIN.'
                   TO WS-MESSAGE
               PERFORM SEND-QUOTE-SCREEN
               EXIT PARAGRAPH
           END-IF

           EXEC CICS SYNCPOINT END-EXEC

           MOVE 'R' TO WS-DP-STATE
           PERFORM SEND-RECEIPT-SCREEN.

      * =======================================================
      *   ISSUE THE COMPENSATION AS A TRAVEL-CREDIT VOUCHER
      * =======================================================
      *    Worth the amount due in the booking's currency, good
      *    for a year from issue - BOOK draws it down as payment
      *    method V like any other credit.
       ISSUE-COMP-VOUCHER.
           MOVE SPACES TO WS-VCH-REC
           MOVE DB-PNR TO VC-PNR
           MOVE WS-CURR-DATE TO VC-ISSUE-DATE
           MOVE WS-CURR-DATE TO WS-VCH-EXPIRY
           ADD 1 TO WS-VCH-EXP-YEAR
           MOVE WS-VCH-EXPIRY TO VC-EXPIRY-DATE
           MOVE WS-AMOUNT-DUE TO VC-ORIG-AMT
           MOVE WS-AMOUNT-DUE TO VC-BALANCE
           MOVE DB-CURR TO VC-CURR
           MOVE 'O' TO VC-STATUS
           MOVE SPACES TO VC-LAST-PNR
           MOVE SPACES TO VC-LAST-DATE

           MOVE 'N' TO WS-VCH-WRITTEN
           MOVE 0 TO WS-VCH-SEQ
           PERFORM WRITE-VOUCHER-ATTEMPT
               UNTIL WS-VCH-WRITTEN = 'Y'
               OR WS-VCH-SEQ > 998.

      *    The booking may already hold a cancellation voucher -
      *    V + PNR + a sequence tried upward keeps the number
      *    unique.
       WRITE-VOUCHER-ATTEMPT.
           ADD 1 TO WS-VCH-SEQ
           MOVE SPACES TO VC-NUMBER
           STRING 'V' DB-PNR WS-VCH-SEQ
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
      *                NORMALIZE INPUT
      * =======================================================
       NORMALIZE-PNR-INPUT.
           MOVE SPACES TO WS-PNR-IN
           MOVE PNRVI TO WS-PNR-RAW
           INSPECT WS-PNR-RAW REPLACING ALL LOW-VALUES BY SPACE
           MOVE FUNCTION TRIM(WS-PNR-RAW) TO WS-PNR-IN
           INSPECT WS-PNR-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       NORMALIZE-PAY-INPUT.
           MOVE SPACES TO WS-PAY-IN
           MOVE PAYVI TO WS-PAY-RAW
           INSPECT WS-PAY-RAW REPLACING ALL LOW-VALUES BY SPACE
           MOVE WS-PAY-RAW TO WS-PAY-IN
           INSPECT WS-PAY-IN CONVERTING 'vc' TO 'VC'.

      * =======================================================
      *                SEND PNR ENTRY SCREEN
      * =======================================================
       SEND-ENTRY-SCREEN.
           MOVE LOW-VALUES TO DBPYMAPO

           IF WS-DP-PNR NOT = SPACES
               MOVE WS-DP-PNR TO PNRVO
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'KEY THE PNR OF THE BUMPED BOOKING AND PRESS ENTER.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('DBPYMAP') MAPSET('DBPYMAP')
               FROM(DBPYMAPO)
               ERASE
           END-EXEC.

      * =======================================================
      *      SEND THE QUOTE - THE CLAIM AND WHAT IS DUE
      * =======================================================
       SEND-QUOTE-SCREEN.
           MOVE LOW-VALUES TO DBPYMAPO
           PERFORM FILL-CLAIM-FIELDS
           MOVE WS-MESSAGE TO MSGO

           EXEC CICS
               SEND MAP('DBPYMAP') MAPSET('DBPYMAP')
               FROM(DBPYMAPO)
               ERASE
           END-EXEC.

      * =======================================================
      *   SEND THE RECEIPT FOR THE PASSENGER TO SIGN
      * =======================================================
      *    The quote area stays on screen as the receipt body and
      *    the payment lines beneath it are filled in - what was
      *    paid, how, the voucher number, when and by which agent
      *    - above the signature line the gate printer copies.
       SEND-RECEIPT-SCREEN.
           MOVE LOW-VALUES TO DBPYMAPO
           PERFORM FILL-CLAIM-FIELDS

           EVALUATE TRUE
               WHEN DB-PAID-VOUCHER
                   MOVE 'TRAVEL VOUCHER' TO RMTHO
                   MOVE DB-VOUCHER TO RVCHO
               WHEN DB-PAID-CASH
                   MOVE 'CASH' TO RMTHO
               WHEN OTHER
                   MOVE 'NONE DUE' TO RMTHO
           END-EVALUATE
           MOVE DB-PAID-DATE TO RPDATEO
           MOVE DB-PAID-TIME TO RPTIMEO
           MOVE DB-PAID-USER TO RAGTO
           MOVE 'PASSENGER SIGNATURE: ______________________________'
               TO SIGNO

           MOVE 'PRINT FOR THE PASSENGER TO SIGN - ANY KEY TO GO ON.'
               TO MSGO

           EXEC CICS
               SEND MAP('DBPYMAP') MAPSET('DBPYMAP')
               FROM(DBPYMAPO)
               ERASE
           END-EXEC.

       FILL-CLAIM-FIELDS.
           MOVE DB-PNR TO PNRVO
           MOVE PR-NAME TO NAMEO
           MOVE DB-FLIGHT TO BFLTO
           MOVE DB-DATE TO BDATEO
           MOVE DB-SCHED-ARR TO SARRO
           IF WS-REACCOMMODATED
               MOVE WS-NEW-FLT TO NFLTO
               MOVE WS-NEW-DATE TO NDATEO
               MOVE WS-NEW-ARR TO NARRO
               MOVE WS-LATE-MINS TO WS-LATE-DISP
               MOVE WS-LATE-DISP TO LATEO
           ELSE
               MOVE 'NOT REBOOKED' TO NFLTO
           END-IF
           MOVE WS-ONEWAY-FARE TO WS-FARE-DISP
           MOVE WS-FARE-DISP TO FAREO
           MOVE WS-SEATED TO SEATO
           MOVE WS-AMOUNT-DUE TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO AMTO
           IF DB-CURR = SPACES
               MOVE 'USD' TO CURRO
           ELSE
               MOVE DB-CURR TO CURRO
           END-IF.

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
       RETURN-TO-DBPAY.
           MOVE WS-DP-STATE TO DP-STATE
           MOVE WS-DP-PNR TO DP-PNR

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
