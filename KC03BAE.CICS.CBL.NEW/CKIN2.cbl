      * cheaper class may buy into an open premium seat. The
      * charge goes through the same PAYAUT authorization as the
      * fare did; a decline leaves the seat unassigned. The
      * upgrade is issued as its own ancillary document and
      * kept on the PNR extension beside the fare.
       01 WS-UPG-F-RATE            PIC 9(3)V99 VALUE 75.00.
       01 WS-UPG-B-RATE            PIC 9(3)V99 VALUE 40.00.
       01 WS-UPG-CHARGE            PIC 9(3)V99 VALUE ZERO.
           05 PA-DECLINE-REASON    PIC X(30).
           05 PA-ACCOUNT           PIC X(8).

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

      * Coupon commarea for the LINK to CPNSVC - the legs this
      * pass checks in move their ticket coupons to C.
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

       01 WS-XTND-REC.
           05 XD-PNR               PIC X(6).
           05 XD-CLASS             PIC X(1).
      * Per-flight boarding sequence counter, keyed flight/date -
      * each passenger gets the next number as check-in completes,
      * so zone boarding works and the bump screen has an order.
      * The first BRDPRI numbers (PARMFIL) are held back as the
      * priority band for members whose tier boards first, with
      * their own counter on the same row.
       01 WS-BRDSEQ-REC.
           05 BS-KEY.
               10 BS-FLT           PIC X(6).
               10 BS-DATE          PIC X(8).
           05 BS-NEXT-SEQ          PIC 9(3).
           05 BS-NEXT-PRI          PIC 9(3).
       01 WS-BRDSEQ-RESP           PIC S9(8) COMP.
       01 WS-BRD-SEQ               PIC 9(3) VALUE 0.
       01 WS-BRD-IX                PIC 99 VALUE 0.
       01 WS-PRI-BAND              PIC 9(3) VALUE 30.
       01 WS-PRI-SEQ               PIC 9(3) VALUE 0.
       01 WS-PRIORITY-PARTY        PIC X VALUE 'N'.

      * Loyalty master and tier benefits - whether the booking's
      * member boards in the priority band.
       01 WS-LOY-REC.
           05 LY-FF-NUMBER         PIC X(10).
           05 LY-TIER              PIC X.
           05 LY-MILES             PIC 9(7).
           05 LY-STATUS            PIC X.
               88 LY-ST-ACTIVE     VALUE 'A'.
               88 LY-ST-CLOSED     VALUE 'C'.
       01 WS-LOY-RESP              PIC S9(8) COMP.

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

       01 WS-SEAT-LINES.
           05 WS-LINE-1            PIC X(52).
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

           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CA-OUT-SEAT TO PR-PSGR-OUT-SEAT(CA-PSGR-IX)
               MOVE CA-PSGR-SLOT TO PR-PSGR-OUT-SEAT-IX(CA-PSGR-IX)
               IF WS-DOB-IN NOT = SPACES
                   MOVE WS-DOB-IN TO PR-PSGR-DOB(CA-PSGR-IX)
               END-IF
                           FROM(WS-PNR-REC)
                           RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'C' TO JR-ACTION
                   PERFORM JOURNAL-PNR-IMAGE
               END-IF
           END-IF.

      * =======================================================
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CA-RET-SEAT TO PR-PSGR-RET-SEAT(CA-PSGR-IX)
               MOVE CA-PSGR-SLOT TO PR-PSGR-RET-SEAT-IX(CA-PSGR-IX)
               IF CA-PSGR-IX = 1
                   MOVE CA-RET-SEAT TO PR-RET-SEAT
               END-IF
                           FROM(WS-PNR-REC)
                           RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'C' TO JR-ACTION
                   PERFORM JOURNAL-PNR-IMAGE
               END-IF
           END-IF.

      * =======================================================
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'C' TO JR-ACTION
               PERFORM JOURNAL-PNR-IMAGE
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-CHECKIN-NOTIFICATION
               PERFORM ISSUE-BAG-TAGS
               PERFORM MARK-COUPONS-CHECKED-IN
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

      * =======================================================
      *   MOVE THE CHECKED-IN LEGS' TICKET COUPONS TO C
      * =======================================================
      *    The outbound covers both sectors of a one-stop - the
      *    party is checked through to the destination.
       MARK-COUPONS-CHECKED-IN.
           IF WS-OUT-LEG-DONE = 'Y'
               MOVE SPACES TO WS-CPN-AREA
               MOVE 'S' TO CN-FUNCTION
               MOVE PR-PNR TO CN-PNR
               MOVE PR-TKT-NUMBER TO CN-TKT
               MOVE PR-OUT-FLT TO CN-FLT
               MOVE PR-OUT-FLT2 TO CN-FLT2
               MOVE PR-DEPDATE TO CN-DATE
               MOVE 'C' TO CN-NEW-STATUS
               EXEC CICS
                   LINK PROGRAM('CPNSVC')
                        COMMAREA(WS-CPN-AREA)
                        LENGTH(60)
                        RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RET-LEG-DONE = 'Y'
               MOVE SPACES TO WS-CPN-AREA
               MOVE 'S' TO CN-FUNCTION
               MOVE PR-PNR TO CN-PNR
               MOVE PR-TKT-NUMBER TO CN-TKT
               MOVE PR-RET-FLT TO CN-FLT
               MOVE PR-RETDATE TO CN-DATE
               MOVE 'C' TO CN-NEW-STATUS
               EXEC CICS
                   LINK PROGRAM('CPNSVC')
                        COMMAREA(WS-CPN-AREA)
                        LENGTH(60)
                        RESP(WS-RESP)
               END-EXEC
           END-IF.

      * =======================================================
      *      ISSUE BAG TAGS FOR THE PARTY'S CHECKED BAGS
      * =======================================================
      * =======================================================
      *    The counter lives per outbound flight/date; each
      *    passenger takes the next number, last checked in
      *    highest - the order GTBMP bumps in by default. A
      *    party travelling with a priority-tier member numbers
      *    from the priority band, ahead of everyone else, while
      *    the band has room for the whole party.
       ASSIGN-BOARDING-SEQUENCE.
           PERFORM CHECK-PRIORITY-BOARDING

           MOVE PR-OUT-FLT TO BS-FLT
           MOVE PR-DEPDATE TO BS-DATE


           IF WS-BRDSEQ-RESP = DFHRESP(NORMAL)
               MOVE BS-NEXT-SEQ TO WS-BRD-SEQ
               IF BS-NEXT-PRI NOT NUMERIC OR BS-NEXT-PRI = ZERO
                   MOVE 1 TO BS-NEXT-PRI
               END-IF
           ELSE
               COMPUTE WS-BRD-SEQ = WS-PRI-BAND + 1
               MOVE 1 TO BS-NEXT-PRI
           END-IF

           IF WS-PRIORITY-PARTY = 'Y'
              AND BS-NEXT-PRI + PR-NUMP <= WS-PRI-BAND + 1
               MOVE BS-NEXT-PRI TO WS-PRI-SEQ
               PERFORM NUMBER-PRIORITY-PASSENGER
                   VARYING WS-BRD-IX FROM 1 BY 1
                   UNTIL WS-BRD-IX > PR-NUMP
               MOVE WS-PRI-SEQ TO BS-NEXT-PRI
           ELSE
               PERFORM VARYING WS-BRD-IX FROM 1 BY 1
                   UNTIL WS-BRD-IX > PR-NUMP
                   MOVE WS-BRD-SEQ TO PR-PSGR-BRD-SEQ(WS-BRD-IX)
                   ADD 1 TO WS-BRD-SEQ
               END-PERFORM
           END-IF

           MOVE PR-PSGR-BRD-SEQ(1) TO CA-BRD-SEQ

               END-EXEC
           END-IF.

       NUMBER-PRIORITY-PASSENGER.
           MOVE WS-PRI-SEQ TO PR-PSGR-BRD-SEQ(WS-BRD-IX)
           ADD 1 TO WS-PRI-SEQ.

      *    The band size comes off PARMFIL; the member must be
      *    open on LOYFIL and the tier's TIERBEN row must carry
      *    priority boarding.
       CHECK-PRIORITY-BOARDING.
           MOVE 'N' TO WS-PRIORITY-PARTY

           MOVE 'BRDPRI  ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-PRI-BAND = FUNCTION NUMVAL(PM-VALUE)
           END-IF

           IF PR-FF-NUMBER = SPACES OR PR-FF-NUMBER = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('LOYFIL')
                    INTO(WS-LOY-REC)
                    RIDFLD(PR-FF-NUMBER)
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
              AND TB-PRIORITY-BOARDING
               MOVE 'Y' TO WS-PRIORITY-PARTY
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

           MOVE 'CKIN2' TO JR-PROGRAM
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
      *    The chosen slot's band against the booked class (off
      *    the PNR extension): picking up into F or B prices the
      *    upgrade, authorizes it through PAYAUT with the
      *    booking's own payment method, posts the amount to
      *    the PNR extension and issues it on EMDREG for this
      *    passenger. A decline blocks the seat; picking within
      *    the booked class costs nothing.
       CHECK-SEAT-UPGRADE.
           MOVE 'N' TO WS-UPG-BLOCKED
           MOVE ZERO TO WS-UPG-CHARGE

           IF WS-RESP = DFHRESP(NORMAL) AND PA-APPROVED
               PERFORM POST-UPGRADE-TO-EXTENSION
               PERFORM ISSUE-UPGRADE-DOCUMENT
           ELSE
               MOVE 'Y' TO WS-UPG-BLOCKED
               MOVE ZERO TO WS-UPG-CHARGE
               END-EXEC
           END-IF.

       ISSUE-UPGRADE-DOCUMENT.
           MOVE SPACES TO WS-EMD-AREA
           MOVE 'I' TO ED-FUNCTION
           MOVE 'UPGR' TO ED-SERVICE
           MOVE CA-PNR TO ED-PNR
           MOVE CA-PSGR-IX TO ED-PSGR
           MOVE WS-UPG-CHARGE TO ED-AMT
           MOVE PA-PAY-METHOD TO ED-PAY-METHOD
           MOVE PA-AUTH-CODE TO ED-PAY-REF
           MOVE WS-TRANSID TO ED-PROGRAM

           EXEC CICS
               LINK PROGRAM('EMDISS')
                    COMMAREA(WS-EMD-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *      REFUSE CHECK-IN ONCE THE FLIGHT IS GATE-CLOSED
      * =======================================================
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
