       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDCLR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY MEDCMAP.

      * =======================================================
      *   MEDICAL DESK CLEARANCE SCREEN
      * =======================================================
      *    A booking whose assistance type needs the medical
      *    desk - STCR stretcher, OXYG oxygen, MEDA medical
      *    escort - has a case on MEDCASE, opened by BOOK. The
      *    desk works it here against the PNR: action F records
      *    the doctor's form received, A approves (the conditions
      *    keyed - seating, oxygen supply, escort - go on the
      *    case), R refuses (the reason goes in the conditions
      *    line), C amends the conditions of an approved case.
      *    A PNR alone shows the case. CKIN and CKINSV refuse
      *    check-in until the case is approved; ASSTRP prints
      *    the conditions for the ground and cabin teams.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'MEDC'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.

       01 WS-PNR-RAW               PIC X(6).
       01 WS-PNR-IN                PIC X(6).
       01 WS-ACT-RAW               PIC X(1).
       01 WS-ACT-IN                PIC X(1).
       01 WS-COND-RAW              PIC X(60).

      * Medical clearance case, keyed by the booking's PNR.
       01 WS-MEDC-REC.
           05 MC-PNR               PIC X(6).
           05 MC-ASSIST-TYPE       PIC X(4).
           05 MC-STATUS            PIC X.
               88 MC-ST-OPEN       VALUE 'O'.
               88 MC-ST-FORM       VALUE 'F'.
               88 MC-ST-APPROVED   VALUE 'A'.
               88 MC-ST-REFUSED    VALUE 'R'.
           05 MC-OUT-FLT           PIC X(6).
           05 MC-DEPDATE           PIC X(8).
           05 MC-OPEN-DATE         PIC X(8).
           05 MC-FORM-DATE         PIC X(8).
           05 MC-DECISION-DATE     PIC X(8).
           05 MC-DECISION-USER     PIC X(8).
           05 MC-CONDITIONS        PIC X(60).
           05 FILLER               PIC X(13).
       01 WS-MEDC-RESP             PIC S9(8) COMP.
       01 WS-REC-FOUND             PIC X VALUE 'N'.

      * Who is signed on at this terminal - written by SGNON;
      * a decision is recorded under that user.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

       01 WS-COMMAREA.
           05 WS-MC-STATE           PIC X VALUE SPACE.

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
           05 MD-STATE              PIC X.

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
               PERFORM SEND-CLEARANCE-SCREEN
               PERFORM RETURN-TO-MEDC
           END-IF

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               RECEIVE MAP('MEDCMAP') MAPSET('MEDCMAP')
               INTO(MEDCMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-CLEARANCE-SCREEN
               PERFORM RETURN-TO-MEDC
           END-IF

           PERFORM PROCESS-CLEARANCE-ACTION

           PERFORM RETURN-TO-MEDC.

      * =======================================================
      *   LOOK UP THE CASE OR RECORD THE DESK'S STEP ON IT
      * =======================================================
       PROCESS-CLEARANCE-ACTION.
           PERFORM NORMALIZE-INPUT

           IF WS-PNR-IN = SPACES
               MOVE 'ENTER THE BOOKING''S PNR.' TO WS-MESSAGE
               PERFORM SEND-CLEARANCE-SCREEN
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CLEARANCE-CASE
           IF WS-REC-FOUND = 'N'
               MOVE 'NO MEDICAL CASE FOR THAT PNR.' TO WS-MESSAGE
               PERFORM SEND-CLEARANCE-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF WS-ACT-IN NOT = SPACE AND SG-USERID = SPACES
               MOVE 'SIGN ON (SGON) BEFORE WORKING A CASE.'
                   TO WS-MESSAGE
               PERFORM SEND-CLEARANCE-SCREEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ACT-IN
               WHEN 'F'
                   PERFORM RECORD-FORM-RECEIVED
               WHEN 'A'
                   PERFORM APPROVE-CLEARANCE
               WHEN 'R'
                   PERFORM REFUSE-CLEARANCE
               WHEN 'C'
                   PERFORM AMEND-CONDITIONS
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACTION MUST BE F, A, R OR C.' TO WS-MESSAGE
           END-EVALUATE

           PERFORM SEND-CLEARANCE-SCREEN.

       NORMALIZE-INPUT.
           MOVE PNRVI TO WS-PNR-RAW
           MOVE ACTVI TO WS-ACT-RAW
           MOVE CONDVI TO WS-COND-RAW

           INSPECT WS-PNR-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ACT-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-COND-RAW REPLACING ALL LOW-VALUES BY SPACE

           MOVE FUNCTION TRIM(WS-PNR-RAW) TO WS-PNR-IN
           MOVE FUNCTION TRIM(WS-ACT-RAW) TO WS-ACT-IN

           INSPECT WS-PNR-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ACT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       READ-CLEARANCE-CASE.
           MOVE 'N' TO WS-REC-FOUND
           EXEC CICS
               READ FILE('MEDCASE')
                    INTO(WS-MEDC-REC)
                    RIDFLD(WS-PNR-IN)
                    RESP(WS-MEDC-RESP)
           END-EXEC
           IF WS-MEDC-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REC-FOUND
           END-IF.

      * =======================================================
      *   F - THE DOCTOR'S FORM HAS COME IN
      * =======================================================
      *    A refused case reopens on a fresh form - the old
      *    decision comes off so it cannot be read as current.
       RECORD-FORM-RECEIVED.
           IF MC-ST-APPROVED
               MOVE 'CASE IS ALREADY APPROVED.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CASE-FOR-UPDATE
           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           IF MC-ST-REFUSED
               MOVE SPACES TO MC-DECISION-DATE
               MOVE SPACES TO MC-DECISION-USER
               MOVE SPACES TO MC-CONDITIONS
           END-IF
           MOVE 'F' TO MC-STATUS
           MOVE WS-CURR-DATE TO MC-FORM-DATE
           PERFORM REWRITE-CASE
           IF WS-MEDC-RESP = DFHRESP(NORMAL)
               MOVE 'DOCTOR''S FORM RECORDED AS RECEIVED.'
                   TO WS-MESSAGE
           END-IF.

      * =======================================================
      *   A - APPROVED, WITH WHATEVER CONDITIONS APPLY
      * =======================================================
      *    Nothing is approved before the form is on file; a
      *    refused case can be approved on a fresh form, which
      *    goes back through F first.
       APPROVE-CLEARANCE.
           IF NOT MC-ST-FORM
               MOVE 'RECORD THE DOCTOR''S FORM (F) FIRST.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CASE-FOR-UPDATE
           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO MC-STATUS
           MOVE WS-COND-RAW TO MC-CONDITIONS
           PERFORM STAMP-DECISION
           PERFORM REWRITE-CASE
           IF WS-MEDC-RESP = DFHRESP(NORMAL)
               MOVE 'CLEARANCE APPROVED.' TO WS-MESSAGE
           END-IF.

      * =======================================================
      *   R - REFUSED; THE REASON IS REQUIRED
      * =======================================================
       REFUSE-CLEARANCE.
           IF WS-COND-RAW = SPACES
               MOVE 'GIVE THE REASON FOR REFUSAL.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CASE-FOR-UPDATE
           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO MC-STATUS
           MOVE WS-COND-RAW TO MC-CONDITIONS
           PERFORM STAMP-DECISION
           PERFORM REWRITE-CASE
           IF WS-MEDC-RESP = DFHRESP(NORMAL)
               MOVE 'CLEARANCE REFUSED.' TO WS-MESSAGE
           END-IF.

      * =======================================================
      *   C - AMEND THE CONDITIONS OF AN APPROVED CASE
      * =======================================================
       AMEND-CONDITIONS.
           IF NOT MC-ST-APPROVED
               MOVE 'ONLY AN APPROVED CASE HAS CONDITIONS.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-CASE-FOR-UPDATE
           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COND-RAW TO MC-CONDITIONS
           PERFORM STAMP-DECISION
           PERFORM REWRITE-CASE
           IF WS-MEDC-RESP = DFHRESP(NORMAL)
               MOVE 'CONDITIONS AMENDED.' TO WS-MESSAGE
           END-IF.

       STAMP-DECISION.
           MOVE WS-CURR-DATE TO MC-DECISION-DATE
           MOVE SG-USERID TO MC-DECISION-USER.

       READ-CASE-FOR-UPDATE.
           EXEC CICS
               READ FILE('MEDCASE')
                    INTO(WS-MEDC-REC)
                    RIDFLD(WS-PNR-IN)
                    UPDATE
                    RESP(WS-MEDC-RESP)
           END-EXEC
           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO UPDATE THE CASE - TRY AGAIN.'
                   TO WS-MESSAGE
           END-IF.

       REWRITE-CASE.
           EXEC CICS
               REWRITE FILE('MEDCASE')
                       FROM(WS-MEDC-REC)
                       RESP(WS-MEDC-RESP)
           END-EXEC
           IF WS-MEDC-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO UPDATE THE CASE - TRY AGAIN.'
                   TO WS-MESSAGE
           END-IF.

      * =======================================================
      *               SEND CLEARANCE SCREEN
      * =======================================================
       SEND-CLEARANCE-SCREEN.
           MOVE LOW-VALUES TO MEDCMAPO

           IF WS-PNR-IN NOT = SPACES
               MOVE WS-PNR-IN TO PNRVO
           END-IF
           IF WS-REC-FOUND = 'Y'
               MOVE MC-ASSIST-TYPE TO TYPVO
               MOVE MC-STATUS TO STSVO
               MOVE MC-OUT-FLT TO FLTVO
               MOVE MC-DEPDATE TO DDTVO
               MOVE MC-OPEN-DATE TO OPNVO
               MOVE MC-FORM-DATE TO FRMVO
               MOVE MC-DECISION-DATE TO DECVO
               MOVE MC-DECISION-USER TO USRVO
               MOVE MC-CONDITIONS TO CONDVO
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'PNR SHOWS THE CASE; ACTION F, A, R OR C.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('MEDCMAP') MAPSET('MEDCMAP')
               FROM(MEDCMAPO)
               ERASE
           END-EXEC.

       GET-CURRENT-DATE.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
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
       RETURN-TO-MEDC.
           MOVE 'M' TO WS-MC-STATE
           MOVE WS-MC-STATE TO MD-STATE

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
