      *    unweighed so the bag comes back across the scale.
      *    The loadsheet uses these actual weights in place of
      *    the aircraft type's standard figure wherever a bag
      *    has crossed the scale. A loyalty member's own bag
      *    gets the extra free kilos the member's tier carries
      *    on TIERBEN.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-EXCESS-KG             PIC 9(3) VALUE 0.
       01 WS-EXCESS-FEE            PIC 9(5)V99 VALUE 0.
       01 WS-FEE-DISP              PIC ZZZZ9.99.
       01 WS-PNR-READ              PIC X VALUE 'N'.

      * Loyalty master and tier benefits - the member's tier
      * adds its extra kilos to the free allowance.
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

       01 WS-PARM-REC.
           05 PM-NAME              PIC X(8).
           05 PR-PNR               PIC X(6).
           05 FILLER               PIC X(656).
           05 PR-GROUP-REF         PIC X(8).
           05 FILLER               PIC X(11).
           05 PR-FF-NUMBER         PIC X(10).
           05 FILLER               PIC X(16).
           05 PR-PAY-METHOD        PIC X.
           05 PR-PAY-REF           PIC X(4).
           05 FILLER               PIC X(180).
           05 PA-DECLINE-REASON    PIC X(30).
           05 PA-ACCOUNT           PIC X(8).

      * Ancillary document commarea for the LINK to EMDISS - an
      * approved excess charge is issued as its own document.
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
               88 ED-DONE          VALUE 'A'.
           05 ED-NUMBER            PIC X(13).

       01 WS-COMMAREA.
           05 WS-BD-STATE           PIC X VALUE SPACE.

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
           05 BD-STATE              PIC X.
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
           END-IF

           PERFORM GET-WEIGHT-PARMS
           PERFORM ADD-MEMBER-ALLOWANCE

           IF WS-WGT-NUM > WS-BAG-ALLOW
               PERFORM CHARGE-EXCESS-WEIGHT
               COMPUTE WS-EXCESS-RATE = FUNCTION NUMVAL(PM-VALUE)
           END-IF.

      *    Only the bag tagged to the lead passenger - the
      *    member whose number the booking carries.
       ADD-MEMBER-ALLOWANCE.
           MOVE 'N' TO WS-PNR-READ
           IF BG-PSGR-IX NOT = 1
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(BG-PNR)
                    RESP(WS-PNR-RESP)
           END-EXEC
           MOVE 'Y' TO WS-PNR-READ

           IF WS-PNR-RESP NOT = DFHRESP(NORMAL)
              OR PR-FF-NUMBER = SPACES
              OR PR-FF-NUMBER = LOW-VALUES
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
               ADD TB-EXTRA-KG TO WS-BAG-ALLOW
           END-IF.

       GET-SYSTEM-PARM.
           EXEC CICS
               READ FILE('PARMFIL')
           COMPUTE WS-EXCESS-KG = WS-WGT-NUM - WS-BAG-ALLOW
           COMPUTE WS-EXCESS-FEE = WS-EXCESS-KG * WS-EXCESS-RATE

           IF WS-PNR-READ NOT = 'Y'
               EXEC CICS
                   READ FILE('PNRDATA')
                        INTO(WS-PNR-REC)
                        RIDFLD(BG-PNR)
                        RESP(WS-PNR-RESP)
               END-EXEC
           END-IF

           MOVE SPACES TO WS-AUTH-AREA
           MOVE 'A' TO PA-FUNCTION
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL) AND PA-APPROVED
               PERFORM ISSUE-EXCESS-DOCUMENT
               MOVE WS-EXCESS-FEE TO WS-FEE-DISP
               MOVE SPACES TO WS-MESSAGE
               IF ED-DONE
                   STRING 'WEIGHT RECORDED - EXCESS CHARGE '
                       WS-FEE-DISP ' APPROVED, DOC ' ED-NUMBER
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               ELSE
                   STRING 'WEIGHT RECORDED - EXCESS CHARGE '
                       WS-FEE-DISP ' APPROVED.'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           ELSE
               MOVE 'D' TO PA-RESULT
               IF PA-DECLINE-REASON = SPACES
               END-STRING
           END-IF.

      *    The charge goes on EMDREG against the passenger the
      *    bag is tagged to, paid the way the charge was taken.
       ISSUE-EXCESS-DOCUMENT.
           MOVE SPACES TO WS-EMD-AREA
           MOVE 'I' TO ED-FUNCTION
           MOVE 'XBAG' TO ED-SERVICE
           MOVE BG-PNR TO ED-PNR
           MOVE BG-PSGR-IX TO ED-PSGR
           MOVE WS-EXCESS-FEE TO ED-AMT
           MOVE PA-PAY-METHOD TO ED-PAY-METHOD
           MOVE PA-AUTH-CODE TO ED-PAY-REF
           MOVE WS-TRANSID TO ED-PROGRAM

           EXEC CICS
               LINK PROGRAM('EMDISS')
                    COMMAREA(WS-EMD-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'F' TO ED-RESULT
           END-IF.

      * =======================================================
      *               SEND SCALE SCREEN
      * =======================================================
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(1)
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
