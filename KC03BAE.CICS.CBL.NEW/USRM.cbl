      *    USRMSTR finally has a screen: adding an agent no
      *    longer means editing the file. Actions against a
      *    user id:
      *      A  add (password, authority, name and home station
      *         on the form)
      *      P  reset the password (stamps the change date and
      *         clears the must-change flag - the reset is the
      *         change, made in person at this desk)
      *      L  unlock after repeated failures
      *      C  close a leaver's account    R  reopen
      *      S  move the agent to the home station on the form -
      *         the station their work is reported under
      *      T  change the operator's role to the authority on
      *         the form
      *    Every action needs a supervisor signed on, the same
      *    gate SEATM puts on hand-editing the seat file, unless
      *    AUTHMTX gives the transaction to other roles. The
      *    authority is the operator's role on the matrix:
      *      A agent     S supervisor   G gate
      *      O ops       F finance      M admin
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.

       01 WS-USERID-RAW            PIC X(8).
       01 WS-USERID-IN             PIC X(8).
       01 WS-AUTH-RAW              PIC X(1).
       01 WS-NAME-RAW              PIC X(20).
       01 WS-ACT-RAW               PIC X(1).
       01 WS-STN-RAW               PIC X(3).
       01 WS-STN-IN                PIC X(3).

      * Station master row - a home station must be one on file.
       01 WS-STN-REC.
           05 STN-CODE             PIC X(3).
           05 STN-NAME             PIC X(20).
           05 STN-CITY             PIC X(20).
           05 STN-STATUS           PIC X.
               88 STN-ST-CLOSED    VALUE 'C'.
           05 STN-UTC-SIGN         PIC X.
           05 STN-UTC-MINS         PIC 9(4).
       01 WS-STN-RESP              PIC S9(8) COMP.
       01 WS-ACT-IN                PIC X(1).
       01 WS-OLD-AUTH              PIC X(1).

      * Operator master record, with the password controls and
      * the agent's home station.
       01 WS-USER-REC.
           05 US-USERID             PIC X(8).
           05 US-PASSWORD           PIC X(8).
           05 US-AUTHORITY          PIC X.
               88 US-SUPERVISOR     VALUE 'S'.
               88 US-AGENT          VALUE 'A'.
               88 US-GATE           VALUE 'G'.
               88 US-OPS            VALUE 'O'.
               88 US-FINANCE        VALUE 'F'.
               88 US-ADMIN          VALUE 'M'.
               88 US-VALID-ROLE     VALUE 'A' 'S' 'G' 'O' 'F' 'M'.
           05 US-NAME               PIC X(20).
           05 US-STATUS             PIC X.
               88 US-ST-ACTIVE      VALUE 'A'.
               88 US-IS-LOCKED      VALUE 'L'.
           05 US-LAST-ACTIVE        PIC X(8).
           05 US-FORCE-CHANGE       PIC X.
           05 US-STATION            PIC X(3).
       01 WS-USER-RESP             PIC S9(8) COMP.
       01 WS-REC-FOUND             PIC X VALUE 'N'.

       01 WS-COMMAREA.
           05 WS-UM-STATE           PIC X VALUE SPACE.

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
           05 UM-STATE              PIC X.
      * =======================================================
       MAIN-SECTION.
           PERFORM GET-SIGNED-ON-USER
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
                   PERFORM SET-USER-STATUS
               WHEN 'R'
                   PERFORM SET-USER-STATUS
               WHEN 'S'
                   PERFORM SET-USER-STATION
               WHEN 'T'
                   PERFORM SET-USER-ROLE
               WHEN OTHER
                   IF WS-REC-FOUND = 'N'
                       MOVE 'USER NOT ON FILE - ACTION A ADDS.'
           MOVE AUTHVI TO WS-AUTH-RAW
           MOVE NAMEVI TO WS-NAME-RAW
           MOVE ACTVI TO WS-ACT-RAW
           MOVE STNVI TO WS-STN-RAW

           INSPECT WS-USERID-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-PASSWD-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-AUTH-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-NAME-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ACT-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-STN-RAW REPLACING ALL LOW-VALUES BY SPACE

           MOVE FUNCTION TRIM(WS-USERID-RAW) TO WS-USERID-IN
           MOVE FUNCTION TRIM(WS-ACT-RAW) TO WS-ACT-IN
           MOVE FUNCTION TRIM(WS-STN-RAW) TO WS-STN-IN

           INSPECT WS-USERID-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ACT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-STN-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

               MOVE 'USER ALREADY ON FILE.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUTH-RAW TO US-AUTHORITY
           IF WS-PASSWD-RAW = SPACES OR NOT US-VALID-ROLE
               MOVE 'GIVE A PASSWORD AND AUTHORITY A S G O F OR M.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-STN-IN NOT = SPACES
               PERFORM CHECK-HOME-STATION
               IF WS-STN-RESP NOT = DFHRESP(NORMAL)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM GET-CURRENT-DATE
           MOVE SPACES TO WS-USER-REC
           MOVE SPACE TO US-LOCKED
           MOVE SPACES TO US-LAST-ACTIVE
           MOVE 'N' TO US-FORCE-CHANGE
           MOVE WS-STN-IN TO US-STATION

           EXEC CICS
               WRITE FILE('USRMSTR')
               END-IF
           END-IF.

       SET-USER-STATION.
           IF WS-REC-FOUND = 'N'
               MOVE 'USER NOT ON FILE.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-STN-IN = SPACES
               MOVE 'ENTER THE HOME STATION.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-HOME-STATION
           IF WS-STN-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-USER-FOR-UPDATE
           IF WS-USER-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STN-IN TO US-STATION
           PERFORM REWRITE-USER-RECORD
           IF WS-USER-RESP = DFHRESP(NORMAL)
               MOVE 'HOME STATION SET.' TO WS-MESSAGE
           END-IF.

       SET-USER-ROLE.
           IF WS-REC-FOUND = 'N'
               MOVE 'USER NOT ON FILE.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-USER-FOR-UPDATE
           IF WS-USER-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           MOVE US-AUTHORITY TO WS-OLD-AUTH
           MOVE WS-AUTH-RAW TO US-AUTHORITY
           IF NOT US-VALID-ROLE
               MOVE WS-OLD-AUTH TO US-AUTHORITY
               EXEC CICS
                   UNLOCK FILE('USRMSTR')
               END-EXEC
               MOVE 'AUTHORITY MUST BE A, S, G, O, F OR M.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM REWRITE-USER-RECORD
           IF WS-USER-RESP = DFHRESP(NORMAL)
               MOVE 'AUTHORITY CHANGED - TAKES EFFECT AT SIGN-ON.'
                   TO WS-MESSAGE
           END-IF.

      *    Only an open station on STNMSTR can be a home station.
       CHECK-HOME-STATION.
           EXEC CICS
               READ FILE('STNMSTR')
                    INTO(WS-STN-REC)
                    RIDFLD(WS-STN-IN)
                    RESP(WS-STN-RESP)
           END-EXEC
           IF WS-STN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'HOME STATION NOT ON THE STATION MASTER.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF STN-ST-CLOSED
               MOVE 'THAT STATION IS CLOSED.' TO WS-MESSAGE
               MOVE DFHRESP(NOTFND) TO WS-STN-RESP
           END-IF.

       READ-USER-FOR-UPDATE.
           EXEC CICS
               READ FILE('USRMSTR')
               MOVE US-STATUS TO STATVO
               MOVE US-LOCKED TO LOCKVO
               MOVE US-LAST-ACTIVE TO LACTVO
               MOVE US-STATION TO STNVO
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'USER + ACTION: A ADD, P PWD, L UNLOCK, C/R, S, T.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
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
