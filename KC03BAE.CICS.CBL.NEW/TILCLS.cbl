       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILCLS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY TILCMAP.

      * =======================================================
      *   COUNTER AGENT TILL CLOSE
      * =======================================================
      *    The counter agent ends a shift here: the shift number
      *    (1-9 within the business day) and the cash counted in
      *    the drawer are entered, and the close is recorded on
      *    TILLCLS under the signed-on user, today's date and
      *    the shift. The close time stamped on the record ends
      *    the shift - TILREC takes every cash sale, fee and
      *    payout the user made since their previous close that
      *    day and reports the variance against what was
      *    declared. A till is closed once: the record's key is
      *    user + date + shift, and a second close of the same
      *    shift is refused.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'TILC'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME             PIC X(6) VALUE SPACES.

       01 WS-SHIFT-RAW             PIC X(1).
       01 WS-SHIFT-IN              PIC X(1) VALUE SPACE.
       01 WS-CASH-RAW              PIC X(10).
       01 WS-CASH-IN               PIC X(10).
       01 WS-CASH-AMT              PIC 9(7)V99 VALUE 0.
       01 WS-CASH-DISP             PIC ZZZZZZ9.99.

      * A counted amount is digits with at most one decimal
      * point and two places after it.
       01 WS-CHAR-IX               PIC 9(2) VALUE 0.
       01 WS-DOT-COUNT             PIC 9(2) VALUE 0.
       01 WS-DEC-PLACES            PIC 9(2) VALUE 0.
       01 WS-BAD-CHAR              PIC X VALUE 'N'.
       01 WS-END-SEEN              PIC X VALUE 'N'.

      * Till close record - one per agent, business date and
      * shift. The close stamp ends the shift TILREC reconciles.
       01 WS-TILL-REC.
           05 TL-KEY.
               10 TL-USER           PIC X(8).
               10 TL-DATE           PIC X(8).
               10 TL-SHIFT          PIC X(1).
           05 TL-DECLARED           PIC 9(7)V99.
           05 TL-CLOSE-DATE         PIC X(8).
           05 TL-CLOSE-TIME         PIC X(6).
           05 TL-TERMID             PIC X(4).
           05 FILLER                PIC X(6).
       01 WS-TILL-RESP             PIC S9(8) COMP.

      * Who is signed on at this terminal - written by SGNON;
      * the till closed is that agent's.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

       01 WS-COMMAREA.
           05 WS-TC-STATE           PIC X VALUE SPACE.

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
           05 TC-STATE              PIC X.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           PERFORM GET-SIGNED-ON-USER
           PERFORM GET-CURRENT-DATE

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-TILL-SCREEN
               PERFORM RETURN-TO-TILC
           END-IF

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               RECEIVE MAP('TILCMAP') MAPSET('TILCMAP')
               INTO(TILCMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-TILL-SCREEN
               PERFORM RETURN-TO-TILC
           END-IF

           PERFORM PROCESS-TILL-CLOSE

           PERFORM RETURN-TO-TILC.

      * =======================================================
      *   VALIDATE THE DECLARATION AND CLOSE THE TILL
      * =======================================================
       PROCESS-TILL-CLOSE.
           IF SG-USERID = SPACES
               MOVE 'SIGN ON (SGON) BEFORE CLOSING A TILL.'
                   TO WS-MESSAGE
               PERFORM SEND-TILL-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM NORMALIZE-INPUT

           IF WS-SHIFT-IN = SPACE
              OR WS-SHIFT-IN NOT NUMERIC
              OR WS-SHIFT-IN = '0'
               MOVE 'ENTER THE SHIFT NUMBER (1-9).' TO WS-MESSAGE
               PERFORM SEND-TILL-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF WS-CASH-IN = SPACES
               MOVE 'ENTER THE CASH COUNTED IN THE DRAWER.'
                   TO WS-MESSAGE
               PERFORM SEND-TILL-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-CASH-AMOUNT
           IF WS-BAD-CHAR = 'Y'
               MOVE 'CASH MUST BE AN AMOUNT, E.G. 1250.00.'
                   TO WS-MESSAGE
               PERFORM SEND-TILL-SCREEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CASH-AMT = FUNCTION NUMVAL(WS-CASH-IN)

           PERFORM WRITE-TILL-CLOSE
           PERFORM SEND-TILL-SCREEN.

       NORMALIZE-INPUT.
           MOVE SHFTI TO WS-SHIFT-RAW
           MOVE CASHI TO WS-CASH-RAW

           INSPECT WS-SHIFT-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-CASH-RAW REPLACING ALL LOW-VALUES BY SPACE

           MOVE WS-SHIFT-RAW TO WS-SHIFT-IN
           MOVE FUNCTION TRIM(WS-CASH-RAW) TO WS-CASH-IN.

       VALIDATE-CASH-AMOUNT.
           MOVE 'N' TO WS-BAD-CHAR
           MOVE 0 TO WS-DOT-COUNT
           MOVE 0 TO WS-DEC-PLACES
           MOVE 'N' TO WS-END-SEEN

           PERFORM CHECK-CASH-CHARACTER
               VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > LENGTH OF WS-CASH-IN

           IF WS-DOT-COUNT > 1 OR WS-DEC-PLACES > 2
               MOVE 'Y' TO WS-BAD-CHAR
           END-IF.

      *    Trailing spaces end the amount; anything after them
      *    is a typing slip.
       CHECK-CASH-CHARACTER.
           EVALUATE TRUE
               WHEN WS-CASH-IN(WS-CHAR-IX:1) = SPACE
                   MOVE 'Y' TO WS-END-SEEN
               WHEN WS-END-SEEN = 'Y'
                   MOVE 'Y' TO WS-BAD-CHAR
               WHEN WS-CASH-IN(WS-CHAR-IX:1) = '.'
                   ADD 1 TO WS-DOT-COUNT
               WHEN WS-CASH-IN(WS-CHAR-IX:1) IS NUMERIC
                   IF WS-DOT-COUNT > 0
                       ADD 1 TO WS-DEC-PLACES
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-BAD-CHAR
           END-EVALUATE.

      * =======================================================
      *   RECORD THE CLOSE - A SHIFT ALREADY CLOSED IS REFUSED
      * =======================================================
       WRITE-TILL-CLOSE.
           MOVE SPACES TO WS-TILL-REC
           MOVE SG-USERID TO TL-USER
           MOVE WS-CURR-DATE TO TL-DATE
           MOVE WS-SHIFT-IN TO TL-SHIFT
           MOVE WS-CASH-AMT TO TL-DECLARED
           MOVE WS-CURR-DATE TO TL-CLOSE-DATE
           MOVE WS-CURR-TIME TO TL-CLOSE-TIME
           MOVE EIBTRMID TO TL-TERMID

           EXEC CICS
               WRITE FILE('TILLCLS')
                     FROM(WS-TILL-REC)
                     RIDFLD(TL-KEY)
                     RESP(WS-TILL-RESP)
           END-EXEC

           MOVE WS-CASH-AMT TO WS-CASH-DISP
           EVALUATE TRUE
               WHEN WS-TILL-RESP = DFHRESP(NORMAL)
                   STRING 'SHIFT ' WS-SHIFT-IN ' CLOSED - '
                          WS-CASH-DISP ' DECLARED.'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               WHEN WS-TILL-RESP = DFHRESP(DUPREC)
                   STRING 'SHIFT ' WS-SHIFT-IN
                          ' IS ALREADY CLOSED FOR TODAY.'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 'UNABLE TO CLOSE THE TILL - TRY AGAIN.'
                       TO WS-MESSAGE
           END-EVALUATE.

      * =======================================================
      *               SEND TILL CLOSE SCREEN
      * =======================================================
       SEND-TILL-SCREEN.
           MOVE LOW-VALUES TO TILCMAPO

           MOVE SG-USERID TO USRO
           MOVE WS-CURR-DATE TO DATEO
           IF WS-SHIFT-IN NOT = SPACE
               MOVE WS-SHIFT-IN TO SHFTO
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'ENTER SHIFT AND CASH COUNTED; PF3 EXITS.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('TILCMAP') MAPSET('TILCMAP')
               FROM(TILCMAPO)
               ERASE
           END-EXEC.

       GET-CURRENT-DATE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
                          TIME(WS-CURR-TIME)
           END-EXEC.

       GET-SIGNED-ON-USER.
           MOVE SPACES TO WS-SIGNON-REC
           MOVE SPACES TO WS-SGN-QUEUE
           STRING 'SGN$' EIBTRMID DELIMITED BY SIZE
               INTO WS-SGN-QUEUE
           END-STRING

      *    READQ TS hands the stored length back, so LENGTH must
      *    be a data area, re-primed before every read.
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
       RETURN-TO-TILC.
           MOVE 'T' TO WS-TC-STATE
           MOVE WS-TC-STATE TO TC-STATE

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
