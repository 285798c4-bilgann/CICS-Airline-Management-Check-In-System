       01 WS-LAST-NAME-IN          PIC X(16).
       01 WS-PNR-IN                PIC X(6).

      * Who is signed on at this terminal - written by SGNON.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

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

      * PNR VSAM record layout (892 bytes)
       01 WS-PNR-REC.
           05 PR-PNR               PIC X(6).
           05 FILLER               PIC X(55) VALUE SPACES.
           05 FILLER               PIC X(80) VALUE SPACES.

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
      *    gate agent can re-issue a pass without walking the
      *    passenger back through CKIN/CKIN2/CKIN4.
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           MOVE SPACES TO WS-COMMAREA

           IF EIBAID = DFHPF3
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-WATCHLIST
           IF WS-WATCH-STOP = 'Y'
               MOVE 'SECURITY REVIEW - CALL A SUPERVISOR' TO MSGO
               PERFORM SEND-INITIAL-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-REPRINT-COMMAREA

           EXEC CICS
           MOVE PR-STATUS TO WS-CA-PNR-STATUS
           MOVE 1 TO WS-CA-PSGR-IX.

      * =======================================================
      *   NO BOARDING PASS FOR A WATCHLIST MATCH UNTIL CLEARED
      * =======================================================
       CHECK-WATCHLIST.
           MOVE 'N' TO WS-WATCH-STOP
           PERFORM GET-SIGNED-ON-USER
           MOVE SG-USERID TO WS-WATCH-USER
           MOVE SPACES TO WS-WATCH-AREA
           MOVE 'I' TO WC-FUNCTION
           MOVE 'BPRT' TO WC-PROGRAM
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
                      COMMAREA(WS-COMMAREA)
                      LENGTH(360)
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
