             88 LY-ST-ACTIVE          VALUE 'A'.
             88 LY-ST-CLOSED          VALUE 'C'.

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
          05 CA-STATE              PIC X.
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           EXEC CICS
              HANDLE ABEND LABEL(ABEND-HANDLER)
           END-EXEC
                PERFORM BUILD-CONFIRMATION-SCREEN
                PERFORM SEND-CONFIRMATION-SCREEN
                PERFORM RETURN-TO-CKIN4.

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
