       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY SECMMAP.

      * =======================================================
      *   WATCHLIST SECURITY HOLD SCREEN
      * =======================================================
      *    A booking WLSCRN found a possible watchlist match for
      *    sits on SECHOLD and the SECU queue, and gets no
      *    boarding pass, until a supervisor decides it here.
      *    ENTER with a PNR shows the hold - who on the party
      *    matched, which list entry, on passport or on name and
      *    date of birth, and when and where it was raised.
      *    Action C clears it (not the listed person - check-in
      *    and reprint go through again); action D confirms it
      *    (the passenger is not to fly). Either decision closes
      *    the booking's open SECU items and is logged on SECLOG
      *    with the signed-on supervisor. A decision can be
      *    revisited - the latest one stands and all are logged.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'SECM'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8).
       01 WS-CURR-TIME             PIC X(6).

       01 WS-PNR-RAW               PIC X(6).
       01 WS-PNR-IN                PIC X(6).
       01 WS-ACT-RAW               PIC X(1).
       01 WS-ACT-IN                PIC X(1).

      * Security hold, one per booking with a possible match.
       01 WS-SECHOLD-REC.
           05 SH-PNR               PIC X(6).
           05 SH-STATUS            PIC X.
               88 SH-PENDING       VALUE 'P'.
               88 SH-CLEARED       VALUE 'C'.
               88 SH-DENIED        VALUE 'D'.
           05 SH-LIST-ID           PIC X(10).
           05 SH-LIST              PIC X(1).
           05 SH-MATCH-ON          PIC X(1).
           05 SH-PSGR-IX           PIC 9(2).
           05 SH-PSGR-NAME         PIC X(18).
           05 SH-RAISED-DATE       PIC X(8).
           05 SH-RAISED-TIME       PIC X(6).
           05 SH-RAISED-BY         PIC X(8).
           05 SH-RAISED-PGM        PIC X(4).
           05 SH-DECIDED-BY        PIC X(8).
           05 SH-DECIDED-DATE      PIC X(8).
           05 SH-DECIDED-TIME      PIC X(6).
       01 WS-SECHOLD-RESP          PIC S9(8) COMP.
       01 WS-REC-FOUND             PIC X VALUE 'N'.

      * Screening decision log - append only.
       01 WS-SECLOG-REC.
           05 SL-DATE              PIC X(8).
           05 SL-TIME              PIC X(6).
           05 SL-PNR               PIC X(6).
           05 SL-EVENT             PIC X(1).
           05 SL-LIST-ID           PIC X(10).
           05 SL-PSGR-NAME         PIC X(18).
           05 SL-USER              PIC X(8).
           05 SL-PROGRAM           PIC X(4).
           05 SL-TERMID            PIC X(4).
       01 WS-SECLOG-RESP           PIC S9(8) COMP.

      * Work queue row - the booking's SECU items are closed
      * with the decision.
       01 WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE         PIC X(4).
               10 QU-ADDED         PIC X(14).
               10 QU-PNR           PIC X(6).
           05 QU-REASON            PIC X(2).
           05 QU-STATUS            PIC X.
               88 QU-ST-OPEN       VALUE 'O'.
               88 QU-ST-DONE       VALUE 'C'.
           05 QU-USER              PIC X(8).
           05 QU-DONE-DATE         PIC X(8).
       01 WS-QUEUE-RESP            PIC S9(8) COMP.
       01 WS-BR-EOF                PIC X VALUE 'N'.
       01 WS-OPEN-CNT              PIC 9 VALUE 0.
       01 WS-OPEN-IX               PIC 9 VALUE 0.
       01 WS-OPEN-KEYS.
           05 WS-OPEN-KEY          OCCURS 5 TIMES PIC X(24).

      * Who is signed on at this terminal - written by SGNON.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

       01 WS-COMMAREA.
           05 WS-SC-STATE           PIC X VALUE SPACE.

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
           05 SC-STATE              PIC X.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM GET-SIGNED-ON-USER
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-HOLD-SCREEN
               PERFORM RETURN-TO-SECM
           END-IF

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               RECEIVE MAP('SECMMAP') MAPSET('SECMMAP')
               INTO(SECMMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-HOLD-SCREEN
               PERFORM RETURN-TO-SECM
           END-IF

           PERFORM PROCESS-HOLD-ACTION

           PERFORM RETURN-TO-SECM.

      * =======================================================
      *   LOOK UP A HOLD, OR CLEAR / CONFIRM IT
      * =======================================================
       PROCESS-HOLD-ACTION.
           PERFORM NORMALIZE-INPUT

           IF WS-PNR-IN = SPACES
               MOVE 'ENTER THE PNR.' TO WS-MESSAGE
               PERFORM SEND-HOLD-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-HOLD-RECORD
           IF WS-REC-FOUND = 'N'
               MOVE 'NO SECURITY HOLD FOR THAT PNR.' TO WS-MESSAGE
               PERFORM SEND-HOLD-SCREEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ACT-IN
               WHEN 'C'
                   PERFORM DECIDE-HOLD
               WHEN 'D'
                   PERFORM DECIDE-HOLD
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACTION MUST BE C (CLEAR) OR D (CONFIRM).'
                       TO WS-MESSAGE
           END-EVALUATE

           PERFORM SEND-HOLD-SCREEN.

       NORMALIZE-INPUT.
           MOVE PNRVI TO WS-PNR-RAW
           MOVE ACTVI TO WS-ACT-RAW

           INSPECT WS-PNR-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ACT-RAW REPLACING ALL LOW-VALUES BY SPACE

           MOVE FUNCTION TRIM(WS-PNR-RAW) TO WS-PNR-IN
           MOVE FUNCTION TRIM(WS-ACT-RAW) TO WS-ACT-IN

           INSPECT WS-PNR-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ACT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       READ-HOLD-RECORD.
           MOVE 'N' TO WS-REC-FOUND
           EXEC CICS
               READ FILE('SECHOLD')
                    INTO(WS-SECHOLD-REC)
                    RIDFLD(WS-PNR-IN)
                    RESP(WS-SECHOLD-RESP)
           END-EXEC
           IF WS-SECHOLD-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REC-FOUND
           END-IF.

      * =======================================================
      *   RECORD THE SUPERVISOR'S DECISION AND LOG IT
      * =======================================================
       DECIDE-HOLD.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
                          TIME(WS-CURR-TIME)
           END-EXEC

           EXEC CICS
               READ FILE('SECHOLD')
                    INTO(WS-SECHOLD-REC)
                    RIDFLD(WS-PNR-IN)
                    UPDATE
                    RESP(WS-SECHOLD-RESP)
           END-EXEC
           IF WS-SECHOLD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO RECORD DECISION - TRY AGAIN.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACT-IN TO SH-STATUS
           MOVE SG-USERID TO SH-DECIDED-BY
           MOVE WS-CURR-DATE TO SH-DECIDED-DATE
           MOVE WS-CURR-TIME TO SH-DECIDED-TIME

           EXEC CICS
               REWRITE FILE('SECHOLD')
                       FROM(WS-SECHOLD-REC)
                       RESP(WS-SECHOLD-RESP)
           END-EXEC
           IF WS-SECHOLD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO RECORD DECISION - TRY AGAIN.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-SECLOG-RECORD
           PERFORM CLOSE-SECU-ITEMS

           IF SH-CLEARED
               MOVE 'HOLD CLEARED - CHECK-IN MAY PROCEED.'
                   TO WS-MESSAGE
           ELSE
               MOVE 'MATCH CONFIRMED - PASSENGER NOT TO FLY.'
                   TO WS-MESSAGE
           END-IF.

       WRITE-SECLOG-RECORD.
           MOVE SPACES TO WS-SECLOG-REC
           MOVE WS-CURR-DATE TO SL-DATE
           MOVE WS-CURR-TIME TO SL-TIME
           MOVE SH-PNR TO SL-PNR
           MOVE SH-STATUS TO SL-EVENT
           MOVE SH-LIST-ID TO SL-LIST-ID
           MOVE SH-PSGR-NAME TO SL-PSGR-NAME
           MOVE SG-USERID TO SL-USER
           MOVE 'SECM' TO SL-PROGRAM
           MOVE EIBTRMID TO SL-TERMID

           EXEC CICS
               WRITE FILE('SECLOG')
                     FROM(WS-SECLOG-REC)
                     RESP(WS-SECLOG-RESP)
           END-EXEC.

      * =======================================================
      *   CLOSE THE BOOKING'S OPEN ITEMS ON THE SECU QUEUE
      * =======================================================
      *    The keys are gathered first and the browse ended
      *    before any item is updated.
       CLOSE-SECU-ITEMS.
           MOVE 0 TO WS-OPEN-CNT
           MOVE 'N' TO WS-BR-EOF
           MOVE 'SECU' TO QU-QUEUE
           MOVE LOW-VALUES TO QU-ADDED
           MOVE LOW-VALUES TO QU-PNR

           EXEC CICS
               STARTBR FILE('PNRQUE')
                       RIDFLD(QU-KEY)
                       GTEQ
                       RESP(WS-QUEUE-RESP)
           END-EXEC
           IF WS-QUEUE-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-SECU-ITEM
               UNTIL WS-BR-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('PNRQUE')
           END-EXEC

           MOVE 1 TO WS-OPEN-IX
           PERFORM CLOSE-ONE-SECU-ITEM
               UNTIL WS-OPEN-IX > WS-OPEN-CNT.

       READ-NEXT-SECU-ITEM.
           EXEC CICS
               READNEXT FILE('PNRQUE')
                        INTO(WS-QUEUE-REC)
                        RIDFLD(QU-KEY)
                        RESP(WS-QUEUE-RESP)
           END-EXEC

           IF WS-QUEUE-RESP NOT = DFHRESP(NORMAL)
              OR QU-QUEUE NOT = 'SECU'
               MOVE 'Y' TO WS-BR-EOF
               EXIT PARAGRAPH
           END-IF

           IF QU-PNR = SH-PNR AND QU-ST-OPEN
              AND WS-OPEN-CNT < 5
               ADD 1 TO WS-OPEN-CNT
               MOVE QU-KEY TO WS-OPEN-KEY(WS-OPEN-CNT)
           END-IF.

       CLOSE-ONE-SECU-ITEM.
           MOVE WS-OPEN-KEY(WS-OPEN-IX) TO QU-KEY
           EXEC CICS
               READ FILE('PNRQUE')
                    INTO(WS-QUEUE-REC)
                    RIDFLD(QU-KEY)
                    UPDATE
                    RESP(WS-QUEUE-RESP)
           END-EXEC

           IF WS-QUEUE-RESP = DFHRESP(NORMAL)
               MOVE 'C' TO QU-STATUS
               MOVE SG-USERID TO QU-USER
               MOVE WS-CURR-DATE TO QU-DONE-DATE
               EXEC CICS
                   REWRITE FILE('PNRQUE')
                           FROM(WS-QUEUE-REC)
                           RESP(WS-QUEUE-RESP)
               END-EXEC
           END-IF

           ADD 1 TO WS-OPEN-IX.

      * =======================================================
      *               SEND HOLD SCREEN
      * =======================================================
       SEND-HOLD-SCREEN.
           MOVE LOW-VALUES TO SECMMAPO

           IF WS-PNR-IN NOT = SPACES
               MOVE WS-PNR-IN TO PNRVO
           END-IF
           IF WS-REC-FOUND = 'Y'
               MOVE SH-STATUS TO STSVO
               MOVE SH-PSGR-NAME TO NAMVO
               MOVE SH-LIST-ID TO LIDVO
               MOVE SH-LIST TO LTYVO
               MOVE SH-MATCH-ON TO MONVO
               MOVE SH-RAISED-DATE TO RSDVO
               MOVE SH-RAISED-BY TO RSBVO
               MOVE SH-RAISED-PGM TO RSPVO
               MOVE SH-DECIDED-BY TO DCBVO
               MOVE SH-DECIDED-DATE TO DCDVO
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'PNR SHOWS THE HOLD; ACTION C CLEARS, D CONFIRMS.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('SECMMAP') MAPSET('SECMMAP')
               FROM(SECMMAPO)
               ERASE
           END-EXEC.

      * =======================================================
      *   WHO IS SIGNED ON AT THIS TERMINAL
      * =======================================================
       GET-SIGNED-ON-USER.
           MOVE SPACES TO WS-SIGNON-REC
           MOVE SPACES TO WS-SGN-QUEUE
           STRING 'SGN$' EIBTRMID DELIMITED BY SIZE
               INTO WS-SGN-QUEUE
           END-STRING

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
       RETURN-TO-SECM.
           MOVE 'S' TO WS-SC-STATE
           MOVE WS-SC-STATE TO SC-STATE

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(1)
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
