      *      1. a GCLOSEF record locks further check-in - CKIN2
      *         and the kiosks refuse from that moment;
      *      2. one CLSREQF request per chain job - GTCLSE,
      *         PNLEXT, APISEX, then CABPIL for the cabin crew's
      *         passenger information list - goes on file in
      *         step order for the scheduler to submit;
      *      3. each step's line shows where it stands: LOCKED,
      *         FIRED - AWAITING RUN, or RUN AT hh:mm:ss once
      *         the job has stamped its RUNCTL row.
           05 FILLER               PIC X(8) VALUE 'GTCLSE  '.
           05 FILLER               PIC X(8) VALUE 'PNLEXT  '.
           05 FILLER               PIC X(8) VALUE 'APISEX  '.
           05 FILLER               PIC X(8) VALUE 'CABPIL  '.
       01 WS-CHAIN-JOBS REDEFINES WS-CHAIN-TABLE.
           05 WS-CHAIN-JOB         PIC X(8) OCCURS 4 TIMES.
       01 WS-STEP-IX               PIC 9(1) VALUE 0.
       01 WS-STEP-LINE             PIC X(60) VALUE SPACES.
       01 WS-STEP1-TEXT            PIC X(60) VALUE SPACES.
       01 WS-STEP-LINES.
           05 WS-STEP-TEXT         PIC X(60) OCCURS 4 TIMES.

       01 WS-SEAT-KEY.
           05 WS-SEAT-KEY-FLT      PIC X(6).
       01 WS-COMMAREA.
           05 WS-GC-STATE           PIC X VALUE SPACE.

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
           05 GC-STATE              PIC X.
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
           PERFORM LOCK-THE-CHECK-IN
           PERFORM FIRE-ONE-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > 4
           PERFORM STAMP-OWN-RUN-CONTROL

           MOVE 'FLIGHT GATE-CLOSED - ENTER REFRESHES THE STEPS.'
           MOVE WS-STEP-LINE TO WS-STEP1-TEXT.

      * =======================================================
      *   STEPS 2-5 - FIRE A CHAIN JOB AND SHOW WHERE IT IS
      * =======================================================
      *    Firing writes the CLSREQF request the scheduler
      *    submits in step order; the job's own RUNCTL stamp is
           IF WS-STEP-TEXT(3) NOT = SPACES
               MOVE WS-STEP-TEXT(3) TO ST4O
           END-IF
           IF WS-STEP-TEXT(4) NOT = SPACES
               MOVE WS-STEP-TEXT(4) TO ST5O
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'ENTER THE FLIGHT AND DATE TO GATE-CLOSE.'
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
