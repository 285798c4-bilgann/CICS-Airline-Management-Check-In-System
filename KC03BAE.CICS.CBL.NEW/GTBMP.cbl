      *    FLTS to rebook onto the next available flight. GTCLSE
      *    remains the batch job that clears the waitlist at the
      *    same closeout - this handles the oversold case it does
      *    not touch. The bump goes on the DBCOMP denied-boarding
      *    register too, and once the party is rebooked DBPY works
      *    out and pays what they are owed.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'GTBM'.
       01 WS-MESSAGE                PIC X(70) VALUE SPACES.

       01 WS-FLIGHT-RAW             PIC X(6).
       01 WS-FLIGHT-IN              PIC X(6).
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).
       01 WS-AUDIT-OLD-STATUS       PIC X VALUE SPACE.
       01 WS-AUDIT-RESP             PIC S9(8) COMP.

      * Denied-boarding register - the booking as it stood when it
      * was denied, kept for DBPY to pay the compensation from
      * after the rebooking has rewritten the PNR.
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
       01 WS-DBC-RESP               PIC S9(8) COMP.

      * Who is signed on at this terminal - written by SGNON onto
      * a TS queue named for the terminal, read back here so the
      * audit trail records who was at the keyboard.
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

      * Fresh standard commarea built to hand a bumped passenger
      * to FLTS for rebooking - same 280-byte shape FLTS/FLSR/
      * CKIN/BOOK share.
           05 WS-GB-DATE           PIC X(8) VALUE SPACES.
           05 WS-GB-CAND-PNR OCCURS 9 TIMES PIC X(6).

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
           05 GB-STATE              PIC X.
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
      *    Denied boarding is a supervisor action unless AUTHMTX
      *    says otherwise - anyone else who knows the transid is
      *    turned away at the door.
           PERFORM GET-SIGNED-ON-USER
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO JR-ACTION
           PERFORM JOURNAL-PNR-IMAGE

           EXEC CICS SYNCPOINT END-EXEC
           PERFORM WRITE-AUDIT-RECORD
           PERFORM REGISTER-DENIED-BOARDING
      *    The rebooking commarea is built while WS-PNR-REC still
      *    holds the bumped booking - the promotion browses below
      *    read other PNRs into the same record area.
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

           MOVE 'GTBMP' TO JR-PROGRAM
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
      *   ENTER THE BUMP ON THE DENIED-BOARDING REGISTER
      * =======================================================
      *    Taken while WS-PNR-REC still holds the booking as it was
      *    denied: the leg, when that journey was due in, the fare
      *    and the seated heads (COMPUTE-PR-SEATED ran in the seat
      *    restore). The extension read by GET-OLD-BOOKED-CLASS
      *    gives the currency. A booking already registered for
      *    this flight keeps its first record.
       REGISTER-DENIED-BOARDING.
           MOVE SPACES TO WS-DBCOMP-REC
           MOVE PR-PNR TO DB-PNR
           MOVE WS-GB-FLIGHT TO DB-FLIGHT
           MOVE WS-GB-DATE TO DB-DATE
           IF PR-RET-FLT = WS-GB-FLIGHT
              AND PR-RETDATE = WS-GB-DATE
               MOVE 'R' TO DB-LEG
               MOVE PR-RET-ARR TO DB-SCHED-ARR
           ELSE
               MOVE 'O' TO DB-LEG
               IF PR-OUT-FLT2 NOT = SPACES
                   MOVE PR-OUT-ARR2 TO DB-SCHED-ARR
               ELSE
                   MOVE PR-OUT-ARR TO DB-SCHED-ARR
               END-IF
           END-IF
           MOVE PR-FARE-AMT TO DB-FARE-AMT
           MOVE PR-TRIPTYPE TO DB-TRIPTYPE
           MOVE WS-PR-SEATED TO DB-SEATED
           IF WS-XTND-RESP = DFHRESP(NORMAL)
               MOVE XD-CURR TO DB-CURR
           END-IF
           MOVE AU-DATE TO DB-BUMP-DATE
           MOVE AU-TIME TO DB-BUMP-TIME
           MOVE 'GTBM' TO DB-BUMP-PGM
           MOVE 'O' TO DB-STATUS
           MOVE ZERO TO DB-AMOUNT
           MOVE ZERO TO DB-LATE-MINS

           EXEC CICS
               WRITE FILE('DBCOMP')
                     FROM(WS-DBCOMP-REC)
                     RIDFLD(DB-KEY)
                     RESP(WS-DBC-RESP)
           END-EXEC.

      * =======================================================
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO JR-ACTION
           PERFORM JOURNAL-PNR-IMAGE
           PERFORM TAKE-PROMOTED-SEATS
           PERFORM WRITE-PROMOTE-AUDIT
           PERFORM WRITE-PROMOTE-NOTIFY.
           MOVE SG-USERID TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC.

       WRITE-PROMOTE-NOTIFY.
                     FROM(WS-NOTIFY-REC)
                     RESP(WS-NOTIFY-RESP)
           END-EXEC.

      * =======================================================
      *   MAY THE SIGNED-ON OPERATOR RUN THIS TRANSACTION?
      * =======================================================
       CHECK-TRANS-AUTHORITY.
           MOVE SPACES TO AT-FUNC
           MOVE 'S' TO AT-DEFAULT
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
