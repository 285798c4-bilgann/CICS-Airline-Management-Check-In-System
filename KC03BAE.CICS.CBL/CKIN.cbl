       01 WS-DOC-REQ-NUM           PIC 9(8) VALUE 0.
       01 WS-DOC-REQ-DATE          PIC X(8) VALUE SPACES.

      * Watchlist screening commarea for the LINK to WLSCRN - a
      * possible match, pending or confirmed, gets no boarding
      * pass until a supervisor clears it in SECM.
       01 WS-WATCH-AREA.
           05 WC-FUNCTION          PIC X.
           05 WC-PROGRAM           PIC X(4).
           05 WC-USER              PIC X(8).
           05 WC-RESULT            PIC X.
               88 WC-CLEAR         VALUE 'C'.
               88 WC-HELD          VALUE 'H'.
               88 WC-DENIED        VALUE 'D'.
           05 WC-LIST-ID           PIC X(10).
           05 WC-PNR-IMAGE         PIC X(892).
       01 WS-WATCH-STOP            PIC X VALUE 'N'.
       01 WS-WATCH-USER            PIC X(8) VALUE SPACES.

      * Unaccompanied-minor guardian record - who delivers the
      * child and who collects, maintained and verified through
      * the UMGM screen.
           05 GU-COL-VERIFIED      PIC X.
       01 WS-UMG-RESP              PIC S9(8) COMP.

      * Medical clearance case opened by BOOK for a stretcher,
      * oxygen or medical-escort passenger and worked by the
      * medical desk in MEDC - no check-in until it is approved.
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

      * PNR work queue record - a document problem the desk
      * cannot clear goes to the service desk's queue with a
      * reason code; QWRK feeds the items to an agent.
           05 QU-DONE-DATE         PIC X(8).
       01 WS-QUEUE-RESP            PIC S9(8) COMP.

      * PNR extension record - where the booked class lives, the
      * 892-byte PNRDATA layout being frozen.
       01 WS-XTND-REC.
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
       01 WS-OLD-ALOT              PIC X VALUE 'N'.
       01 WS-OLD-CURR              PIC X(3) VALUE 'USD'.
       01 WS-OLD-TAX               PIC 9(5)V99 VALUE ZERO.

       01 WS-TYPE-IX               PIC 99 VALUE 0.

      * Who is signed on at this terminal - written by SGNON onto
      * a TS queue named for the terminal, read back here so the
      * audit trail records who was at the keyboard.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

      * Cancellation commarea for the LINK to PNRCXL - the one
      * cancellation path, whether the desk voids for the card
      * refund (PF2) or keeps the value as a voucher (PF6).
       01 WS-CXL-AREA.
           05 CX-PNR               PIC X(6).
           05 CX-VOUCHER           PIC X.
           05 CX-PROGRAM           PIC X(4).
           05 CX-USER              PIC X(8).
           05 CX-RESULT            PIC X(2).
           05 CX-OLD-STATUS        PIC X.
           05 CX-VCH-NUMBER        PIC X(10).
           05 FILLER               PIC X(8).
       01 WS-VOUCHER-CHOICE         PIC X VALUE 'N'.

       01 WS-COMMAREA.
           05 WS-CA-STATE          PIC X VALUE SPACE.
           05 PR-EMAIL             PIC X(30).
           05 PR-REMARKS           PIC X(60).

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
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           MOVE SPACES TO WS-COMMAREA

           IF EIBCALEN > 0

      *    PF2 from the located-booking screen voids the PNR -
      *    only for a signed-on operator, so the audit trail can
      *    say who did it, and one the authority matrix allows
      *    the VOID function.
           IF EIBAID = DFHPF2 AND WS-CA-STATE = 'K'
               PERFORM GET-SIGNED-ON-USER
               IF SG-USERID = SPACES
                   PERFORM HIDE-FLIGHT-SECTIONS
                   PERFORM SEND-CHECKIN-SCREEN
               ELSE
                   PERFORM CHECK-VOID-AUTHORITY
                   IF AT-ALLOWED
                       PERFORM CANCEL-BOOKING
                   END-IF
               END-IF
               PERFORM RETURN-TO-CKIN
           END-IF

      *    PF6 cancels the same way but keeps the value as a
      *    travel-credit voucher instead of refunding the card -
      *    the passenger's choice, spoken at the desk. It needs
      *    the VCHR function as well as VOID.
           IF EIBAID = DFHPF6 AND WS-CA-STATE = 'K'
               PERFORM GET-SIGNED-ON-USER
               IF SG-USERID = SPACES
                   PERFORM HIDE-FLIGHT-SECTIONS
                   PERFORM SEND-CHECKIN-SCREEN
               ELSE
                   PERFORM CHECK-VOID-AUTHORITY
                   IF AT-ALLOWED
                       PERFORM CHECK-VOUCHER-AUTHORITY
                   END-IF
                   IF AT-ALLOWED
                       MOVE 'Y' TO WS-VOUCHER-CHOICE
                       PERFORM CANCEL-BOOKING
                   END-IF
               END-IF
               PERFORM RETURN-TO-CKIN
           END-IF
               END-IF
           END-IF

      *    Stretcher, oxygen and medical-escort passengers wait
      *    on the medical desk's approval of the doctor's form.
           PERFORM CHECK-MEDICAL-CLEARANCE
           IF WS-DOC-STOP = 'Y'
               MOVE SPACE TO WS-CA-STATE
               MOVE WS-DOC-MESSAGE TO MSGO
               PERFORM HIDE-FLIGHT-SECTIONS
               PERFORM SEND-CHECKIN-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DOC-RULES
           IF WS-DOC-STOP = 'Y'
               MOVE SPACE TO WS-CA-STATE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-WATCHLIST
           IF WS-WATCH-STOP = 'Y'
               MOVE SPACE TO WS-CA-STATE
               MOVE 'SECURITY REVIEW - CALL A SUPERVISOR' TO MSGO
               PERFORM HIDE-FLIGHT-SECTIONS
               PERFORM SEND-CHECKIN-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF PR-OUT-CKIN-FLAG = 'Y'
              AND (PR-TRIPTYPE NOT = 'R' AND PR-TRIPTYPE NOT = 'r')
               MOVE SPACE TO WS-CA-STATE
      *                 VOID A BOOKING
      * =======================================================
       CANCEL-BOOKING.
           MOVE SPACES TO WS-CXL-AREA
           MOVE WS-CA-PNR TO CX-PNR
           MOVE WS-VOUCHER-CHOICE TO CX-VOUCHER
           MOVE 'CKIN' TO CX-PROGRAM
           MOVE SG-USERID TO CX-USER

           EXEC CICS
               LINK PROGRAM('PNRCXL')
                    COMMAREA(WS-CXL-AREA)
                    LENGTH(40)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '02' TO CX-RESULT
           END-IF

           MOVE SPACE TO WS-CA-STATE

           EVALUATE CX-RESULT
               WHEN '00'
                   IF CX-VCH-NUMBER NOT = SPACES
                       STRING 'PNR ' WS-CA-PNR ' CANCELLED - VOUCHER '
                              CX-VCH-NUMBER ' ISSUED'
                           DELIMITED BY SIZE INTO MSGO
                       END-STRING
                   ELSE
                       STRING 'PNR ' WS-CA-PNR ' HAS BEEN CANCELLED'
                           DELIMITED BY SIZE INTO MSGO
                       END-STRING
                   END-IF
               WHEN '01'
                   MOVE 'UNABLE TO CANCEL - PNR NOT FOUND' TO MSGO
               WHEN OTHER
                   MOVE 'UNABLE TO CANCEL - TRY AGAIN' TO MSGO
           END-EVALUATE

           PERFORM HIDE-FLIGHT-SECTIONS
           PERFORM SEND-CHECKIN-SCREEN.

      * =======================================================
      *          THE CLASS THE BOOKING WAS SOLD IN
      * =======================================================
      *    Off the PNR extension record; a PNR booked before the
      *    class inventory existed has no record and reads as
               END-IF
           END-IF.

      * =======================================================
      *              CHECK-IN CUTOFF WINDOW
      * =======================================================
                     RESP(WS-QUEUE-RESP)
           END-EXEC.

      * =======================================================
      *   NO BOARDING PASS FOR A WATCHLIST MATCH UNTIL CLEARED
      * =======================================================
       CHECK-WATCHLIST.
           MOVE 'N' TO WS-WATCH-STOP
           PERFORM GET-SIGNED-ON-USER
           MOVE SG-USERID TO WS-WATCH-USER
           MOVE SPACES TO WS-WATCH-AREA
           MOVE 'I' TO WC-FUNCTION
           MOVE 'CKIN' TO WC-PROGRAM
           MOVE WS-WATCH-USER TO WC-USER
           MOVE WS-PNR-REC TO WC-PNR-IMAGE

           EXEC CICS
               LINK PROGRAM('WLSCRN')
                    COMMAREA(WS-WATCH-AREA)
                    LENGTH(916)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND NOT WC-CLEAR
               MOVE 'Y' TO WS-WATCH-STOP
           END-IF.

      * =======================================================
      *   UM GUARDIAN MUST BE ON FILE AND DELIVERY VERIFIED
      * =======================================================
                   TO WS-DOC-MESSAGE
           END-IF.

      * =======================================================
      *   MEDICAL CLEARANCE MUST BE APPROVED WHERE IT IS NEEDED
      * =======================================================
       CHECK-MEDICAL-CLEARANCE.
           MOVE 'N' TO WS-DOC-STOP
           MOVE SPACES TO WS-DOC-MESSAGE

           EXEC CICS
               READ FILE('PNRXTND')
                    INTO(WS-XTND-REC)
                    RIDFLD(WS-PNR-IN)
                    RESP(WS-XTND-RESP)
           END-EXEC

           IF WS-XTND-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           IF XD-ASSIST-TYPE NOT = 'STCR'
              AND XD-ASSIST-TYPE NOT = 'OXYG'
              AND XD-ASSIST-TYPE NOT = 'MEDA'
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('MEDCASE')
                    INTO(WS-MEDC-REC)
                    RIDFLD(WS-PNR-IN)
                    RESP(WS-MEDC-RESP)
           END-EXEC

           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
              OR NOT MC-ST-APPROVED
               MOVE 'Y' TO WS-DOC-STOP
               IF WS-MEDC-RESP = DFHRESP(NORMAL) AND MC-ST-REFUSED
                   MOVE 'MEDICAL CLEARANCE REFUSED - SEE MEDC'
                       TO WS-DOC-MESSAGE
               ELSE
                   MOVE 'MEDICAL CLEARANCE PENDING - SEE MEDC'
                       TO WS-DOC-MESSAGE
               END-IF
           END-IF.

       SET-DOC-ACTION.
           IF DR-ACT-STOP
               MOVE 'Y' TO WS-DOC-STOP
           END-IF.

      * =======================================================
      *   READ ONE SYSTEM PARAMETER (DEFAULT KEPT ON NOTFND)
      * =======================================================
       GET-SYSTEM-PARM.
           EXEC CICS
               READ FILE('PARMFIL')
                    INTO(WS-PARM-REC)
                    RIDFLD(WS-PARM-KEY)
                    RESP(WS-PARM-RESP)
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

      *    A refused cancel leaves the booking located, as the
      *    sign-on check does.
       CHECK-VOID-AUTHORITY.
           MOVE 'VOID' TO AT-FUNC
           MOVE SPACES TO AT-DEFAULT
           PERFORM CALL-AUTHORITY-CHECK
           IF NOT AT-ALLOWED
               MOVE LOW-VALUES TO CKINMAPO
               MOVE 'NOT AUTHORIZED TO CANCEL A BOOKING' TO MSGO
               PERFORM HIDE-FLIGHT-SECTIONS
               PERFORM SEND-CHECKIN-SCREEN
           END-IF.

       CHECK-VOUCHER-AUTHORITY.
           MOVE 'VCHR' TO AT-FUNC
           MOVE SPACES TO AT-DEFAULT
           PERFORM CALL-AUTHORITY-CHECK
           IF NOT AT-ALLOWED
               MOVE LOW-VALUES TO CKINMAPO
               MOVE 'NOT AUTHORIZED TO ISSUE A VOUCHER' TO MSGO
               PERFORM HIDE-FLIGHT-SECTIONS
               PERFORM SEND-CHECKIN-SCREEN
           END-IF.

      *    AT-FUNC and AT-DEFAULT are the caller's; a check that
      *    cannot be made counts as a refusal.
       CALL-AUTHORITY-CHECK.
           MOVE 'CKIN' TO AT-TRAN
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
