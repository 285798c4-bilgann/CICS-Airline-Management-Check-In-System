       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'SEAT'.
       01 WS-MESSAGE                PIC X(70) VALUE SPACES.

      * Who is signed on at this terminal - written by SGNON onto
      * a TS queue named for the terminal. Hand-editing the seat
      * file is restricted to supervisors unless AUTHMTX says
      * otherwise.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SR-SEAT OCCURS 150 TIMES.
               10 SR-SEATNO         PIC X(3).

      * Seat edit log (append-only, the way PARMLOG logs parameter
      * changes) - the slot, what was in it, what it became and
      * who changed it.
       01 WS-SEATLOG-REC.
           05 SK-FLIGHT             PIC X(6).
           05 SK-DATE               PIC X(8).
           05 SK-POS                PIC 9(3).
           05 SK-OLD-SEAT           PIC X(3).
           05 SK-NEW-SEAT           PIC X(3).
           05 SK-ACTION             PIC X.
           05 SK-LOG-DATE           PIC X(8).
           05 SK-LOG-TIME           PIC X(6).
           05 SK-USER               PIC X(8).
       01 WS-SEATLOG-RESP           PIC S9(8) COMP.
       01 WS-OLD-SEAT               PIC X(3) VALUE SPACES.

       01 WS-SEAT-LINES.
           05 WS-LINE-1             PIC X(52).
           05 WS-LINE-2             PIC X(52).
           05 WS-SM-DATE            PIC X(8) VALUE SPACES.
           05 WS-SM-PAGE            PIC 9(2) VALUE 1.

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
           05 SM-STATE              PIC X.
      *    to run.
       MAIN-SECTION.
           PERFORM GET-SIGNED-ON-USER
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               EXIT PARAGRAPH
           END-IF

           MOVE SR-SEATNO(WS-POS-NUM) TO WS-OLD-SEAT
           IF WS-ACT-IN = 'B'
               MOVE SPACES TO SR-SEATNO(WS-POS-NUM)
           ELSE
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM WRITE-SEATLOG-RECORD
           END-IF

           MOVE 'SEAT MAP UPDATED. PF4 FOR ANOTHER FLIGHT.' TO
               WS-MESSAGE
           PERFORM DISPLAY-SEAT-MAINT-SCREEN.

      * =======================================================
      *          LOG THE CHANGE, AND WHO MADE IT
      * =======================================================
       WRITE-SEATLOG-RECORD.
           MOVE SPACES TO WS-SEATLOG-REC
           MOVE SR-FLIGHT TO SK-FLIGHT
           MOVE SR-DATE TO SK-DATE
           MOVE WS-POS-NUM TO SK-POS
           MOVE WS-OLD-SEAT TO SK-OLD-SEAT
           MOVE SR-SEATNO(WS-POS-NUM) TO SK-NEW-SEAT
           MOVE WS-ACT-IN TO SK-ACTION

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(SK-LOG-DATE)
                          TIME(SK-LOG-TIME)
           END-EXEC

           PERFORM GET-SIGNED-ON-USER
           MOVE SG-USERID TO SK-USER

           EXEC CICS
               WRITE FILE('SEATLOG')
                     FROM(WS-SEATLOG-REC)
                     RESP(WS-SEATLOG-RESP)
           END-EXEC.

      * =======================================================
      *               DISPLAY SEAT MAINTENANCE SCREEN
      * =======================================================
           IF WS-SIGNON-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-SIGNON-REC
           END-IF.

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
