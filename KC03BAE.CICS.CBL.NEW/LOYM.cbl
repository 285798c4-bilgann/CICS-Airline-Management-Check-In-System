       01 WS-TIER-IN               PIC X(1).
       01 WS-OLD-TIER              PIC X VALUE SPACE.
       01 WS-OLD-STATUS            PIC X VALUE SPACE.
       01 WS-CLREF-RAW             PIC X(13).
       01 WS-CLREF-IN              PIC X(13).
       01 WS-CLSUR-RAW             PIC X(16).
       01 WS-CLSUR-IN              PIC X(16).
       01 WS-CLGIV-RAW             PIC X(18).
       01 WS-CLGIV-IN              PIC X(18).

      * Loyalty master file - one record per enrolled FF number,
      * the same layout CKIN4 and LOYACC work from.
           05 LG-USER               PIC X(8).
       01 WS-LOYLOG-RESP            PIC S9(8) COMP.

      * Mileage claim queue - a flight the member took without
      * giving the FF number, by ticket number or PNR and the
      * name travelled under. LOYCLM proves it against the
      * ticket register and the live or archived booking
      * overnight and posts the miles.
       01 WS-CLAIM-REC.
           05 CQ-FF-NUMBER          PIC X(10).
           05 CQ-REF                PIC X(13).
           05 CQ-SURNAME            PIC X(16).
           05 CQ-GIVEN              PIC X(18).
           05 CQ-DATE               PIC X(8).
           05 CQ-TIME               PIC X(6).
           05 CQ-USER               PIC X(8).

      * Who is signed on at this terminal - written by SGNON onto
      * a TS queue named for the terminal, stamped onto the log.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-COMMAREA.
           05 WS-LM-STATE           PIC X VALUE SPACE.

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
           05 LM-STATE              PIC X.
      *    Lets an agent maintain the loyalty master online -
      *    enroll a member, change a tier by hand, or close an
      *    account - instead of the file being edited outside
      *    the system. Every change is written to LOYLOG. A
      *    member who flew without giving the number can claim
      *    the miles here too.
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
      *    balance unless a tier is given. T (TIER) sets the
      *    tier of an existing member. C (CLOSE) closes the
      *    account so CKIN4 stops greeting it and LOYACC stops
      *    posting to it. R (CLAIM) queues a retroactive
      *    mileage claim for LOYCLM to check overnight.
       PROCESS-MAINT-ACTION.
           MOVE FFNUMVI TO WS-FFNUM-RAW
           MOVE ACTVI TO WS-ACT-RAW
           END-IF

           IF WS-ACT-IN NOT = 'E' AND WS-ACT-IN NOT = 'T'
              AND WS-ACT-IN NOT = 'C' AND WS-ACT-IN NOT = 'R'
               MOVE 'ACTION MUST BE E, T, C OR R (R = MILEAGE CLAIM).'
                   TO WS-MESSAGE
               PERFORM SEND-MAINT-SCREEN
               EXIT PARAGRAPH
                   PERFORM CHANGE-TIER
               WHEN 'C'
                   PERFORM CLOSE-ACCOUNT
               WHEN 'R'
                   PERFORM QUEUE-MILEAGE-CLAIM
           END-EVALUATE

           PERFORM SEND-MAINT-SCREEN.
               MOVE 'UNABLE TO CLOSE - TRY AGAIN.' TO WS-MESSAGE
           END-IF.

      * =======================================================
      *            QUEUE A RETROACTIVE MILEAGE CLAIM
      * =======================================================
      *    Only the member is checked here - the booking may be
      *    long archived, so the flight itself is proved in the
      *    overnight run and the outcome goes on its report.
       QUEUE-MILEAGE-CLAIM.
           MOVE CLREFVI TO WS-CLREF-RAW
           MOVE CLSURVI TO WS-CLSUR-RAW
           MOVE CLGIVVI TO WS-CLGIV-RAW

           INSPECT WS-CLREF-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-CLSUR-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-CLGIV-RAW REPLACING ALL LOW-VALUES BY SPACE

           MOVE FUNCTION TRIM(WS-CLREF-RAW) TO WS-CLREF-IN
           MOVE FUNCTION TRIM(WS-CLSUR-RAW) TO WS-CLSUR-IN
           MOVE FUNCTION TRIM(WS-CLGIV-RAW) TO WS-CLGIV-IN

           INSPECT WS-CLREF-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-CLSUR-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-CLGIV-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-CLREF-IN = SPACES
               MOVE 'ENTER THE TICKET NUMBER OR PNR FLOWN.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-CLSUR-IN = SPACES OR WS-CLGIV-IN = SPACES
               MOVE 'ENTER THE SURNAME AND GIVEN NAME TRAVELLED UNDER.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('LOYFIL')
                    INTO(WS-LOY-REC)
                    RIDFLD(WS-FFNUM-IN)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'MEMBER NOT FOUND.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF LY-ST-CLOSED
               MOVE 'ACCOUNT IS CLOSED - NO CLAIM TAKEN.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CLAIM-REC
           MOVE LY-FF-NUMBER TO CQ-FF-NUMBER
           MOVE WS-CLREF-IN TO CQ-REF
           MOVE WS-CLSUR-IN TO CQ-SURNAME
           MOVE WS-CLGIV-IN TO CQ-GIVEN

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(CQ-DATE)
                          TIME(CQ-TIME)
           END-EXEC

           PERFORM GET-SIGNED-ON-USER
           MOVE SG-USERID TO CQ-USER

           EXEC CICS
               WRITE FILE('LOYCLMQ')
                     FROM(WS-CLAIM-REC)
                     RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE LY-TIER TO WS-OLD-TIER
               MOVE LY-STATUS TO WS-OLD-STATUS
               PERFORM WRITE-LOYLOG-RECORD
               MOVE 'CLAIM TAKEN - CHECKED AND POSTED OVERNIGHT.'
                   TO WS-MESSAGE
           ELSE
               MOVE 'UNABLE TO TAKE CLAIM - TRY AGAIN.' TO WS-MESSAGE
           END-IF.

      * =======================================================
      *          WRITE ONE LOYALTY CHANGE LOG RECORD
      * =======================================================
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'ENTER FF NUMBER, ACTION (E/T/C/R) AND TIER/CLAIM.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           IF WS-SIGNON-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-SIGNON-REC
           END-IF.

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
