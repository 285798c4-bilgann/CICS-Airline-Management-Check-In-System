           05 BD-LAST-TIME         PIC X(6).
       01 WS-BOARD-RESP            PIC S9(8) COMP.

      * Coupon commarea for the LINK to CPNSVC - the first scan
      * of the party lifts the ticket coupon for this flight.
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

      * PNRXREF access-path record - drives the per-flight counts
      * and the closeout pull list.
       01 WS-XREF-REC.
       01 WS-UMG-RESP              PIC S9(8) COMP.

      * Who is signed on at this terminal - written by SGNON;
      * the override of a no-board directive is function APOV.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 WS-GS-FLT            PIC X(6) VALUE SPACES.
           05 WS-GS-DATE           PIC X(8) VALUE SPACES.

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
           05 GS-STATE             PIC X.
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM SEND-ENTRY-SCREEN

      *    The authorities' answer to the manifest outranks the
      *    boarding pass - an N directive stops the scan cold
      *    unless the operator signed on may own the override
      *    (function APOV on the matrix, a supervisor if unset).
           PERFORM CHECK-BOARD-DIRECTIVE
           IF WS-NOBOARD-SW = 'Y'
               PERFORM GET-SIGNED-ON-USER
               MOVE 'APOV' TO AT-FUNC
               MOVE 'S' TO AT-DEFAULT
               PERFORM CALL-AUTHORITY-CHECK
               IF AT-ALLOWED
                   MOVE 'NO-BOARD DIRECTIVE - OVERRIDE AUTHORIZED.'
                       TO WS-MESSAGE
               ELSE
                   MOVE 'NO-BOARD DIRECTIVE - OVERRIDE NOT AUTHORIZED.'
                       TO WS-MESSAGE
                   PERFORM SEND-SCAN-SCREEN
                   EXIT PARAGRAPH
               END-EXEC
           END-IF

           IF WS-BOARD-RESP = DFHRESP(NORMAL)
               PERFORM LIFT-TICKET-COUPON
           END-IF

           STRING 'BOARDED - PNR ' WS-PNR-IN ' PSGR ' BD-BOARDED
                  ' OF ' PR-NUMP '.'
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING.

      *    The coupon covers the whole party, so the first one
      *    through the gate lifts it; later scans find it lifted.
       LIFT-TICKET-COUPON.
           MOVE SPACES TO WS-CPN-AREA
           MOVE 'S' TO CN-FUNCTION
           MOVE WS-PNR-IN TO CN-PNR
           MOVE PR-TKT-NUMBER TO CN-TKT
           MOVE WS-GS-FLT TO CN-FLT
           MOVE WS-GS-DATE TO CN-DATE
           MOVE 'L' TO CN-NEW-STATUS

           EXEC CICS
               LINK PROGRAM('CPNSVC')
                    COMMAREA(WS-CPN-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC.

      * =======================================================
      *      LIVE BOARDED-VERSUS-CHECKED-IN COUNTS
      * =======================================================
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(15)
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
