       01 WS-FLT-DIGITS            PIC 9(3).
       01 WS-GATE-NUM              PIC 99.

      * Loyalty master and tier benefits - a tier that boards
      * first prints its marker on the pass.
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

      * PNR VSAM record layout (892 bytes)
       01 WS-PNR-REC.
           05 PR-PNR               PIC X(6).
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
          05 CA-STATE              PIC X.
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBAID = DFHPF3
              EXEC CICS RETURN END-EXEC
      *    on the pass screen.
           PERFORM SHOW-PNR-REMARKS

      *    A member whose tier boards first is marked so the
      *    gate calls them forward.
           PERFORM SHOW-PRIORITY-MARKER

           MOVE WS-MESSAGE TO MSGO.

      * =======================================================
      *     PRIORITY MARKER FOR A MEMBER WHOSE TIER BOARDS FIRST
      * =======================================================
       SHOW-PRIORITY-MARKER.
           MOVE SPACES TO PRIOO

           IF CA-FF-NUMBER = SPACES OR CA-FF-NUMBER = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('LOYFIL')
                    INTO(WS-LOY-REC)
                    RIDFLD(CA-FF-NUMBER)
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
               IF TB-BP-MARKER = SPACES
                   MOVE 'PRIORITY' TO PRIOO
               ELSE
                   MOVE TB-BP-MARKER TO PRIOO
               END-IF
           END-IF.

      * =======================================================
      *      SHOW ANY SERVICING REMARK AGAINST THE BOOKING
      * =======================================================
              COMMAREA(DFHCOMMAREA)
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
