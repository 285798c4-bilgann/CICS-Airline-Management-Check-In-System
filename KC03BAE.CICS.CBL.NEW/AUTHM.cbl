       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY AUTHMAP.

      * =======================================================
      *   AUTHORITY MATRIX MAINTENANCE (SUPERVISOR ONLY)
      * =======================================================
      *    Which roles may run which transaction, and which
      *    function within one, on AUTHMTX - the table AUTCHK
      *    checks for every online program. Key the transid and
      *    the function (blank for the transaction itself, or
      *    VOID, CHG, APOV, VCHR) and:
      *      ENTER  shows the row, if there is one
      *      U      adds or replaces the row with the roles on
      *             the form - any of A agent, S supervisor,
      *             G gate, O ops, F finance, M admin; a blank
      *             list opens it to everyone
      *      D      deletes the row - the program's own coded
      *             default applies again
      *    The row is stamped with the supervisor and the date.
      *    This screen is not itself on the matrix: it stays
      *    supervisor-only so no row can lock the table away.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'AUTM'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.
       01 WS-AUTH-MESSAGE          PIC X(40)
           VALUE 'SUPERVISOR SIGN-ON REQUIRED - USE SGON'.

       01 WS-TRAN-RAW              PIC X(4).
       01 WS-TRAN-IN               PIC X(4).
       01 WS-FUNC-RAW              PIC X(4).
       01 WS-FUNC-IN               PIC X(4).
       01 WS-ROLE-RAW              PIC X(8).
       01 WS-ROLE-IN               PIC X(8).
       01 WS-ROLE-CHECK            PIC X(8).
       01 WS-ACT-RAW               PIC X(1).
       01 WS-ACT-IN                PIC X(1).

      * Authority matrix row - the roles that may run one
      * transaction or one function within it.
       01 WS-AUTHMTX-REC.
           05 AM-KEY.
               10 AM-TRAN          PIC X(4).
               10 AM-FUNC          PIC X(4).
           05 AM-ROLES             PIC X(8).
           05 AM-UPD-BY            PIC X(8).
           05 AM-UPD-DATE          PIC X(8).
       01 WS-AUTHMTX-RESP          PIC S9(8) COMP.
       01 WS-REC-FOUND             PIC X VALUE 'N'.

      * Who is signed on at this terminal - written by SGNON.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

       01 WS-COMMAREA.
           05 WS-AX-STATE           PIC X VALUE SPACE.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 AX-STATE              PIC X.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM GET-SIGNED-ON-USER
           IF SG-AUTHORITY NOT = 'S'
               EXEC CICS
                   SEND TEXT FROM(WS-AUTH-MESSAGE)
                        LENGTH(40)
                        ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-MATRIX-SCREEN
               PERFORM RETURN-TO-AUTHM
           END-IF

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               RECEIVE MAP('AUTHMAP') MAPSET('AUTHMAP')
               INTO(AUTHMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-MATRIX-SCREEN
               PERFORM RETURN-TO-AUTHM
           END-IF

           PERFORM PROCESS-MATRIX-ACTION

           PERFORM RETURN-TO-AUTHM.

      * =======================================================
      *        ONE ACTION AGAINST ONE MATRIX ROW
      * =======================================================
       PROCESS-MATRIX-ACTION.
           PERFORM NORMALIZE-INPUT

           IF WS-TRAN-IN = SPACES
               MOVE 'ENTER A TRANSACTION ID.' TO WS-MESSAGE
               PERFORM SEND-MATRIX-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-MATRIX-ROW

           EVALUATE WS-ACT-IN
               WHEN 'U'
                   PERFORM SET-MATRIX-ROW
               WHEN 'D'
                   PERFORM DELETE-MATRIX-ROW
               WHEN SPACE
                   IF WS-REC-FOUND = 'N'
                       MOVE 'NO ROW - THE PROGRAM DEFAULT APPLIES.'
                           TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION MUST BE U (SET) OR D (DELETE).'
                       TO WS-MESSAGE
           END-EVALUATE

           PERFORM SEND-MATRIX-SCREEN.

       NORMALIZE-INPUT.
           MOVE TRANVI TO WS-TRAN-RAW
           MOVE FUNCVI TO WS-FUNC-RAW
           MOVE ROLEVI TO WS-ROLE-RAW
           MOVE ACTVI TO WS-ACT-RAW

           INSPECT WS-TRAN-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-FUNC-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ROLE-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ACT-RAW REPLACING ALL LOW-VALUES BY SPACE

           MOVE FUNCTION TRIM(WS-TRAN-RAW) TO WS-TRAN-IN
           MOVE FUNCTION TRIM(WS-FUNC-RAW) TO WS-FUNC-IN
           MOVE FUNCTION TRIM(WS-ROLE-RAW) TO WS-ROLE-IN
           MOVE FUNCTION TRIM(WS-ACT-RAW) TO WS-ACT-IN

           INSPECT WS-TRAN-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-FUNC-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ROLE-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ACT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       READ-MATRIX-ROW.
           MOVE 'N' TO WS-REC-FOUND
           MOVE WS-TRAN-IN TO AM-TRAN
           MOVE WS-FUNC-IN TO AM-FUNC
           EXEC CICS
               READ FILE('AUTHMTX')
                    INTO(WS-AUTHMTX-REC)
                    RIDFLD(AM-KEY)
                    RESP(WS-AUTHMTX-RESP)
           END-EXEC
           IF WS-AUTHMTX-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REC-FOUND
           END-IF.

      *    Every letter keyed must be a known role.
       SET-MATRIX-ROW.
           MOVE WS-ROLE-IN TO WS-ROLE-CHECK
           INSPECT WS-ROLE-CHECK CONVERTING 'ASGOFM' TO '      '
           IF WS-ROLE-CHECK NOT = SPACES
               MOVE 'ROLES ARE A, S, G, O, F AND M ONLY.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-CURRENT-DATE

           IF WS-REC-FOUND = 'Y'
               EXEC CICS
                   READ FILE('AUTHMTX')
                        INTO(WS-AUTHMTX-REC)
                        RIDFLD(AM-KEY)
                        UPDATE
                        RESP(WS-AUTHMTX-RESP)
               END-EXEC
               IF WS-AUTHMTX-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNABLE TO UPDATE THE ROW - TRY AGAIN.'
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ROLE-IN TO AM-ROLES
               MOVE SG-USERID TO AM-UPD-BY
               MOVE WS-CURR-DATE TO AM-UPD-DATE
               EXEC CICS
                   REWRITE FILE('AUTHMTX')
                           FROM(WS-AUTHMTX-REC)
                           RESP(WS-AUTHMTX-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-AUTHMTX-REC
               MOVE WS-TRAN-IN TO AM-TRAN
               MOVE WS-FUNC-IN TO AM-FUNC
               MOVE WS-ROLE-IN TO AM-ROLES
               MOVE SG-USERID TO AM-UPD-BY
               MOVE WS-CURR-DATE TO AM-UPD-DATE
               EXEC CICS
                   WRITE FILE('AUTHMTX')
                         FROM(WS-AUTHMTX-REC)
                         RIDFLD(AM-KEY)
                         RESP(WS-AUTHMTX-RESP)
               END-EXEC
           END-IF

           IF WS-AUTHMTX-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REC-FOUND
               MOVE 'ROLES SET.' TO WS-MESSAGE
           ELSE
               MOVE 'UNABLE TO UPDATE THE ROW - TRY AGAIN.'
                   TO WS-MESSAGE
           END-IF.

       DELETE-MATRIX-ROW.
           IF WS-REC-FOUND = 'N'
               MOVE 'NO ROW TO DELETE.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               DELETE FILE('AUTHMTX')
                      RIDFLD(AM-KEY)
                      RESP(WS-AUTHMTX-RESP)
           END-EXEC

           IF WS-AUTHMTX-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-REC-FOUND
               MOVE 'ROW DELETED - THE PROGRAM DEFAULT APPLIES.'
                   TO WS-MESSAGE
           ELSE
               MOVE 'UNABLE TO DELETE THE ROW - TRY AGAIN.'
                   TO WS-MESSAGE
           END-IF.

       GET-CURRENT-DATE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
           END-EXEC.

      * =======================================================
      *               SEND MATRIX SCREEN
      * =======================================================
       SEND-MATRIX-SCREEN.
           MOVE LOW-VALUES TO AUTHMAPO

           IF WS-TRAN-IN NOT = SPACES
               MOVE WS-TRAN-IN TO TRANVO
               MOVE WS-FUNC-IN TO FUNCVO
           END-IF
           IF WS-REC-FOUND = 'Y'
               MOVE AM-ROLES TO ROLEVO
               MOVE AM-UPD-BY TO UPDBYO
               MOVE AM-UPD-DATE TO UPDDTO
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'TRANSID + FUNCTION: U SETS THE ROLES, D DELETES.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('AUTHMAP') MAPSET('AUTHMAP')
               FROM(AUTHMAPO)
               ERASE
           END-EXEC.

      * =======================================================
      *      READ THE TERMINAL'S SIGN-ON (WHO IS AT THE KEYS)
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
       RETURN-TO-AUTHM.
           MOVE 'A' TO WS-AX-STATE
           MOVE WS-AX-STATE TO AX-STATE

           EXEC CICS
               RETURN TRANSID(WS-TRANSID)
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(1)
           END-EXEC.
