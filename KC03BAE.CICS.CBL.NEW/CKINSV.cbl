      *      12 exit row not permitted          13 update failed
      *      14 bad request  15 bad date of birth
      *      16 flight gate-closed
      *      17 watchlist security review - see agent
      *      18 medical clearance not approved - see agent
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-STN-OFFSET-MINS       PIC S9(4) COMP VALUE ZERO.
       01 WS-LEG-ORIG              PIC X(3) VALUE SPACES.

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

      * PNR extension - only the assistance type is needed here.
      * A stretcher, oxygen or medical-escort passenger needs the
      * medical desk's approved MEDCASE before a kiosk will take
      * them; the desk handles them in person.
       01 WS-XTND-REC.
           05 XD-PNR               PIC X(6).
           05 FILLER               PIC X(63).
           05 XD-ASSIST-TYPE       PIC X(4).
           05 FILLER               PIC X(127).
       01 WS-XTND-RESP             PIC S9(8) COMP.
       01 WS-MEDC-REC.
           05 MC-PNR               PIC X(6).
           05 MC-ASSIST-TYPE       PIC X(4).
           05 MC-STATUS            PIC X.
               88 MC-ST-APPROVED   VALUE 'A'.
           05 FILLER               PIC X(119).
       01 WS-MEDC-RESP             PIC S9(8) COMP.
       01 WS-MEDICAL-STOP          PIC X VALUE 'N'.
       01 WS-WATCH-USER            PIC X(8) VALUE 'KIOSK'.

      * Station master row - the leg origin's UTC offset corrects
      * the cutoff arithmetic, the same way the desk's does.
       01 WS-STN-REC.
           05 DV-RESULT            PIC X.

      * Per-flight boarding sequence counter, the same numbers
      * the desk's check-in assigns. A flight's first numbers
      * (BRDPRI on PARMFIL) are the desk's priority band, so a
      * new counter starts above them.
       01 WS-BRDSEQ-REC.
           05 BS-KEY.
               10 BS-FLT           PIC X(6).
               10 BS-DATE          PIC X(8).
           05 BS-NEXT-SEQ          PIC 9(3).
           05 BS-NEXT-PRI          PIC 9(3).
       01 WS-BRDSEQ-RESP           PIC S9(8) COMP.
       01 WS-PRI-BAND              PIC 9(3) VALUE 30.
       01 WS-BRD-SEQ               PIC 9(3) VALUE 0.
       01 WS-BRD-IX                PIC 99 VALUE 0.

           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).
       01 WS-AUDIT-OLD-STATUS       PIC X VALUE SPACE.
       01 WS-AUDIT-RESP             PIC S9(8) COMP.

           05 NT-FLIGHT              PIC X(6).
       01 WS-NOTIFY-RESP            PIC S9(8) COMP.

      * Coupon commarea for the LINK to CPNSVC - the leg checked
      * in moves its ticket coupon(s) to C.
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

      * PNR VSAM record layout (892 bytes)
       01 WS-PNR-REC.
           05 PR-PNR               PIC X(6).
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
           05 CS-FUNCTION          PIC X.
               MOVE 'FLIGHT IS GATE-CLOSED - SEE AGENT'
                   TO CS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MEDICAL-CLEARANCE
           IF WS-MEDICAL-STOP = 'Y'
               MOVE '18' TO CS-RESULT
               MOVE 'MEDICAL CLEARANCE PENDING - SEE AGENT'
                   TO CS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-WATCHLIST
           IF WS-WATCH-STOP = 'Y'
               MOVE '17' TO CS-RESULT
               MOVE 'PLEASE SEE AN AGENT' TO CS-MESSAGE
           END-IF.

      * =======================================================
      *   MEDICAL CLEARANCE MUST BE APPROVED WHERE IT IS NEEDED
      * =======================================================
       CHECK-MEDICAL-CLEARANCE.
           MOVE 'N' TO WS-MEDICAL-STOP
           EXEC CICS
               READ FILE('PNRXTND')
                    INTO(WS-XTND-REC)
                    RIDFLD(CS-PNR)
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
                    RIDFLD(CS-PNR)
                    RESP(WS-MEDC-RESP)
           END-EXEC
           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
              OR NOT MC-ST-APPROVED
               MOVE 'Y' TO WS-MEDICAL-STOP
           END-IF.

      * =======================================================
      *   NO BOARDING PASS FOR A WATCHLIST MATCH UNTIL CLEARED
      * =======================================================
       CHECK-WATCHLIST.
           MOVE 'N' TO WS-WATCH-STOP
           MOVE SPACES TO WS-WATCH-AREA
           MOVE 'I' TO WC-FUNCTION
           MOVE 'CKSV' TO WC-PROGRAM
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
      *      REFUSE CHECK-IN ONCE THE FLIGHT IS GATE-CLOSED
      * =======================================================
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'C' TO JR-ACTION
               PERFORM JOURNAL-PNR-IMAGE
               EXEC CICS SYNCPOINT END-EXEC
               IF CS-PSGR-IX = PR-NUMP
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-CHECKIN-NOTIFICATION
                   PERFORM ISSUE-BAG-TAGS
                   PERFORM MARK-COUPONS-CHECKED-IN
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'UNABLE TO SAVE SEAT' TO CS-MESSAGE
           END-IF.

      *    The leg's ticket coupon goes to C with its last
      *    passenger seated - both sectors of a one-stop outbound.
       MARK-COUPONS-CHECKED-IN.
           MOVE SPACES TO WS-CPN-AREA
           MOVE 'S' TO CN-FUNCTION
           MOVE PR-PNR TO CN-PNR
           MOVE PR-TKT-NUMBER TO CN-TKT
           IF CS-LEG-OUT
               MOVE PR-OUT-FLT TO CN-FLT
               MOVE PR-OUT-FLT2 TO CN-FLT2
               MOVE PR-DEPDATE TO CN-DATE
           ELSE
               MOVE PR-RET-FLT TO CN-FLT
               MOVE PR-RETDATE TO CN-DATE
           END-IF
           MOVE 'C' TO CN-NEW-STATUS

           EXEC CICS
               LINK PROGRAM('CPNSVC')
                    COMMAREA(WS-CPN-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *   ASSIGN THE PARTY ITS BOARDING SEQUENCE NUMBERS
      * =======================================================
           IF WS-BRDSEQ-RESP = DFHRESP(NORMAL)
               MOVE BS-NEXT-SEQ TO WS-BRD-SEQ
           ELSE
               MOVE 'BRDPRI  ' TO WS-PARM-KEY
               PERFORM GET-SYSTEM-PARM
               IF WS-PARM-RESP = DFHRESP(NORMAL)
                  AND PM-VALUE NOT = SPACES
                   COMPUTE WS-PRI-BAND = FUNCTION NUMVAL(PM-VALUE)
               END-IF
               COMPUTE WS-BRD-SEQ = WS-PRI-BAND + 1
               MOVE 1 TO BS-NEXT-PRI
           END-IF

           PERFORM VARYING WS-BRD-IX FROM 1 BY 1
               END-IF
           END-PERFORM.

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

           MOVE 'CKINSV' TO JR-PROGRAM
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
           MOVE 'KIOSK' TO AU-USER

           EXEC CICS
               LINK PROGRAM('AUDWRT')
                    COMMAREA(WS-AUDIT-REC)
                    LENGTH(52)
                    RESP(WS-AUDIT-RESP)
           END-EXEC.

      * =======================================================
