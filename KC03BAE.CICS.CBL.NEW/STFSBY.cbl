       IDENTIFICATION DIVISION.
       PROGRAM-ID. STFSBY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY STBYMAP.

      * =======================================================
      *   STAFF TRAVEL STANDBY LISTING SCREEN
      * =======================================================
      *    Staff and their families travel on whatever seats
      *    are left at closeout, not as waitlisted sales. The
      *    agent keys the employee id and the flight/date:
      *      L  lists a traveller - the employee, or a family
      *         member named in the surname / given name fields
      *         - at the employee's priority code and seniority
      *         date from EMPMST, once the staff travel service
      *         charge (STAFFCHG on PARMFIL) is authorized on
      *         card through PAYAUT;
      *      X  takes listing SEQ off again (the charge is not
      *         given back);
      *      blank shows listing SEQ.
      *    Up to ten travellers, sequence 0-9, per employee and
      *    flight/date. GTCLSE clears the list after the revenue
      *    waitlist and rolls anyone left over to the next day
      *    the flight operates.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'STBY'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME             PIC X(6) VALUE SPACES.

       01 WS-EMP-RAW               PIC X(6).
       01 WS-EMP-IN                PIC X(6).
       01 WS-FLT-RAW               PIC X(5).
       01 WS-FLT-IN                PIC X(5).
       01 WS-DATE-RAW              PIC X(8).
       01 WS-DATE-IN               PIC X(8).
       01 WS-SEQ-RAW               PIC X(1).
       01 WS-SEQ-IN                PIC X(1).
       01 WS-SNM-RAW               PIC X(16).
       01 WS-GNM-RAW               PIC X(18).
       01 WS-ACT-RAW               PIC X(1).
       01 WS-ACT-IN                PIC X(1).

      * Staff travel service charge - the coded figure stands in
      * when PARMFIL has no entry, the same fallback the other
      * tuning figures use.
       01 WS-STAFF-CHARGE          PIC 9(3)V99 VALUE 15.00.
       01 WS-CHARGE-DISP           PIC ZZ9.99.

       01 WS-PARM-REC.
           05 PM-NAME              PIC X(8).
           05 PM-VALUE             PIC X(12).
       01 WS-PARM-RESP             PIC S9(8) COMP.
       01 WS-PARM-KEY              PIC X(8) VALUE SPACES.

      * Staff travel employee master (EMPLOAD).
       01 WS-EMP-REC.
           05 EM-ID                PIC X(6).
           05 EM-SURNAME           PIC X(16).
           05 EM-NAME              PIC X(18).
           05 EM-PRIORITY          PIC X(1).
           05 EM-SENIORITY         PIC X(8).
           05 EM-STATUS            PIC X(1).
               88 EM-ST-ACTIVE     VALUE 'A'.
               88 EM-ST-LEFT       VALUE 'L'.
       01 WS-EMP-RESP              PIC S9(8) COMP.

       01 WS-FLSR-REC              PIC X(38).
       01 WS-FLSR-KEY              PIC X(13).

      * Staff standby list - one record per traveller listed on
      * a flight/date under an employee. Status L listed, C
      * cleared (SB-PNR made for it), X taken off here, R
      * rolled to SB-NEXT-DATE, N not cleared and nothing to
      * roll to.
       01 WS-STBY-REC.
           05 SB-KEY.
               10 SB-FLTNUM        PIC X(5).
               10 SB-DATE          PIC X(8).
               10 SB-EMP-ID        PIC X(6).
               10 SB-SEQ           PIC 9(1).
           05 SB-SURNAME           PIC X(16).
           05 SB-NAME              PIC X(18).
           05 SB-PRIORITY          PIC X(1).
           05 SB-SENIORITY         PIC X(8).
           05 SB-STATUS            PIC X(1).
               88 SB-ST-LISTED     VALUE 'L'.
               88 SB-ST-CLEARED    VALUE 'C'.
               88 SB-ST-CANCELLED  VALUE 'X'.
               88 SB-ST-ROLLED     VALUE 'R'.
               88 SB-ST-NOT-CLEARED VALUE 'N'.
           05 SB-LIST-DATE         PIC X(8).
           05 SB-LIST-TIME         PIC X(6).
           05 SB-USER              PIC X(8).
           05 SB-CHARGE            PIC 9(3)V99.
           05 SB-AUTH-CODE         PIC X(4).
           05 SB-PNR               PIC X(6).
           05 SB-FIRST-DATE        PIC X(8).
           05 SB-NEXT-DATE         PIC X(8).
           05 FILLER               PIC X(3).
       01 WS-STBY-RESP             PIC S9(8) COMP.
       01 WS-STBY-KEY.
           05 WS-SK-FLTNUM         PIC X(5).
           05 WS-SK-DATE           PIC X(8).
           05 WS-SK-EMP-ID         PIC X(6).
           05 WS-SK-SEQ            PIC 9(1).
       01 WS-REC-FOUND             PIC X VALUE 'N'.

      * Looking for the next free sequence, and for the same
      * traveller already listed on the flight.
       01 WS-SEQ-TRY               PIC 9(2) VALUE 0.
       01 WS-SEQ-FREE              PIC 9(2) VALUE 99.
       01 WS-ALREADY-LISTED        PIC X VALUE 'N'.
       01 WS-NEW-SURNAME           PIC X(16) VALUE SPACES.
       01 WS-NEW-NAME              PIC X(18) VALUE SPACES.

      * Payment authorization commarea for the LINK to PAYAUT.
      * There is no booking yet, so the employee id goes where
      * the PNR would.
       01 WS-AUTH-AREA.
           05 PA-FUNCTION          PIC X.
           05 PA-PNR               PIC X(6).
           05 PA-PAY-METHOD        PIC X.
           05 PA-AMOUNT            PIC 9(7)V99.
           05 PA-RESULT            PIC X.
               88 PA-APPROVED      VALUE 'A'.
               88 PA-DECLINED      VALUE 'D'.
           05 PA-AUTH-CODE         PIC X(4).
           05 PA-DECLINE-REASON    PIC X(30).
           05 PA-ACCOUNT           PIC X(8).

      * Who is signed on at this terminal - written by SGNON;
      * a listing is recorded under that user.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

       01 WS-COMMAREA.
           05 WS-SB-STATE           PIC X VALUE SPACE.

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
           05 SY-STATE              PIC X.

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
               PERFORM SEND-STANDBY-SCREEN
               PERFORM RETURN-TO-STBY
           END-IF

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               RECEIVE MAP('STBYMAP') MAPSET('STBYMAP')
               INTO(STBYMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-MESSAGE
               PERFORM SEND-STANDBY-SCREEN
               PERFORM RETURN-TO-STBY
           END-IF

           PERFORM PROCESS-STANDBY-ACTION

           PERFORM RETURN-TO-STBY.

      * =======================================================
      *   LIST, TAKE OFF OR SHOW A STANDBY TRAVELLER
      * =======================================================
       PROCESS-STANDBY-ACTION.
           PERFORM NORMALIZE-INPUT

           IF WS-EMP-IN = SPACES OR WS-FLT-IN = SPACES
              OR WS-DATE-IN = SPACES
               MOVE 'ENTER EMPLOYEE ID, FLIGHT AND DATE.'
                   TO WS-MESSAGE
               PERFORM SEND-STANDBY-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF WS-DATE-IN NOT NUMERIC
               MOVE 'DATE MUST BE YYYYMMDD.' TO WS-MESSAGE
               PERFORM SEND-STANDBY-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF WS-SEQ-IN NOT = SPACE AND WS-SEQ-IN NOT NUMERIC
               MOVE 'SEQ MUST BE 0-9.' TO WS-MESSAGE
               PERFORM SEND-STANDBY-SCREEN
               EXIT PARAGRAPH
           END-IF

           IF WS-ACT-IN NOT = SPACE AND SG-USERID = SPACES
               MOVE 'SIGN ON (SGON) BEFORE LISTING STAFF.'
                   TO WS-MESSAGE
               PERFORM SEND-STANDBY-SCREEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ACT-IN
               WHEN 'L'
                   PERFORM LIST-STAFF-TRAVELLER
               WHEN 'X'
                   PERFORM CANCEL-STANDBY-LISTING
               WHEN SPACE
                   PERFORM READ-STANDBY-LISTING
                   IF WS-REC-FOUND = 'N'
                       MOVE 'NO LISTING UNDER THAT SEQ.' TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION MUST BE L OR X.' TO WS-MESSAGE
           END-EVALUATE

           PERFORM SEND-STANDBY-SCREEN.

       NORMALIZE-INPUT.
           MOVE EMPVI TO WS-EMP-RAW
           MOVE FLTVI TO WS-FLT-RAW
           MOVE DTEVI TO WS-DATE-RAW
           MOVE SEQVI TO WS-SEQ-RAW
           MOVE SNMVI TO WS-SNM-RAW
           MOVE GNMVI TO WS-GNM-RAW
           MOVE ACTVI TO WS-ACT-RAW

           INSPECT WS-EMP-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-FLT-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-DATE-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-SEQ-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-SNM-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-GNM-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ACT-RAW REPLACING ALL LOW-VALUES BY SPACE

           MOVE FUNCTION TRIM(WS-EMP-RAW) TO WS-EMP-IN
           MOVE FUNCTION TRIM(WS-FLT-RAW) TO WS-FLT-IN
           MOVE FUNCTION TRIM(WS-DATE-RAW) TO WS-DATE-IN
           MOVE FUNCTION TRIM(WS-SEQ-RAW) TO WS-SEQ-IN
           MOVE FUNCTION TRIM(WS-ACT-RAW) TO WS-ACT-IN

           INSPECT WS-EMP-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-FLT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-SNM-RAW CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-GNM-RAW CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ACT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    A blank SEQ means the employee's own listing, 0.
       READ-STANDBY-LISTING.
           MOVE 'N' TO WS-REC-FOUND
           MOVE WS-FLT-IN TO WS-SK-FLTNUM
           MOVE WS-DATE-IN TO WS-SK-DATE
           MOVE WS-EMP-IN TO WS-SK-EMP-ID
           IF WS-SEQ-IN = SPACE
               MOVE 0 TO WS-SK-SEQ
           ELSE
               MOVE WS-SEQ-IN TO WS-SK-SEQ
           END-IF
           EXEC CICS
               READ FILE('STBYLST')
                    INTO(WS-STBY-REC)
                    RIDFLD(WS-STBY-KEY)
                    RESP(WS-STBY-RESP)
           END-EXEC
           IF WS-STBY-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-REC-FOUND
           END-IF.

      * =======================================================
      *   L - LIST A TRAVELLER ON THE EMPLOYEE'S ENTITLEMENT
      * =======================================================
       LIST-STAFF-TRAVELLER.
           EXEC CICS
               READ FILE('EMPMST')
                    INTO(WS-EMP-REC)
                    RIDFLD(WS-EMP-IN)
                    RESP(WS-EMP-RESP)
           END-EXEC
           IF WS-EMP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'EMPLOYEE ID NOT ON THE STAFF TRAVEL MASTER.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT EM-ST-ACTIVE
               MOVE 'EMPLOYEE HAS NO STAFF TRAVEL ENTITLEMENT.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-DATE-IN < WS-CURR-DATE
               MOVE 'FLIGHT DATE IS IN THE PAST.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FLT-IN TO WS-FLSR-KEY(1:5)
           MOVE WS-DATE-IN TO WS-FLSR-KEY(6:8)
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-FLSR-REC)
                    RIDFLD(WS-FLSR-KEY)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-FLSR-REC(24:1) = 'C'
               MOVE 'NO SUCH FLIGHT OPERATING ON THAT DATE.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

      *    Blank names list the employee; a family member needs
      *    at least the given name, the surname defaulting to
      *    the employee's.
           MOVE WS-SNM-RAW TO WS-NEW-SURNAME
           MOVE WS-GNM-RAW TO WS-NEW-NAME
           IF WS-NEW-SURNAME = SPACES
               MOVE EM-SURNAME TO WS-NEW-SURNAME
           END-IF
           IF WS-NEW-NAME = SPACES
               MOVE EM-NAME TO WS-NEW-NAME
           END-IF

           MOVE 99 TO WS-SEQ-FREE
           MOVE 'N' TO WS-ALREADY-LISTED
           PERFORM CHECK-ONE-SEQUENCE
               VARYING WS-SEQ-TRY FROM 0 BY 1
               UNTIL WS-SEQ-TRY > 9
           IF WS-ALREADY-LISTED = 'Y'
               MOVE 'TRAVELLER IS ALREADY LISTED ON THIS FLIGHT.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-FREE = 99
               MOVE 'TEN TRAVELLERS ALREADY LISTED ON THIS FLIGHT.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-STAFF-CHARGE
           PERFORM CHARGE-STAFF-TRAVEL
           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT PA-APPROVED
               MOVE SPACES TO WS-MESSAGE
               STRING 'CHARGE DECLINED - ' PA-DECLINE-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STBY-REC
           MOVE WS-FLT-IN TO SB-FLTNUM
           MOVE WS-DATE-IN TO SB-DATE
           MOVE WS-EMP-IN TO SB-EMP-ID
           MOVE WS-SEQ-FREE TO SB-SEQ
           MOVE WS-NEW-SURNAME TO SB-SURNAME
           MOVE WS-NEW-NAME TO SB-NAME
           MOVE EM-PRIORITY TO SB-PRIORITY
           MOVE EM-SENIORITY TO SB-SENIORITY
           MOVE 'L' TO SB-STATUS
           MOVE WS-CURR-DATE TO SB-LIST-DATE
           MOVE WS-CURR-TIME TO SB-LIST-TIME
           MOVE SG-USERID TO SB-USER
           MOVE WS-STAFF-CHARGE TO SB-CHARGE
           MOVE PA-AUTH-CODE TO SB-AUTH-CODE
           MOVE WS-DATE-IN TO SB-FIRST-DATE
           MOVE SB-KEY TO WS-STBY-KEY

           EXEC CICS
               WRITE FILE('STBYLST')
                     FROM(WS-STBY-REC)
                     RIDFLD(WS-STBY-KEY)
                     RESP(WS-STBY-RESP)
           END-EXEC
           IF WS-STBY-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO SAVE THE LISTING - SEE SUPERVISOR.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-REC-FOUND
           MOVE SB-SEQ TO WS-SEQ-IN
           MOVE WS-STAFF-CHARGE TO WS-CHARGE-DISP
           MOVE SPACES TO WS-MESSAGE
           STRING 'LISTED AS SEQ ' SB-SEQ ' AT PRIORITY '
                  SB-PRIORITY ' - CHARGED ' WS-CHARGE-DISP
                  ' AUTH ' SB-AUTH-CODE
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING.

       CHECK-ONE-SEQUENCE.
           MOVE WS-FLT-IN TO WS-SK-FLTNUM
           MOVE WS-DATE-IN TO WS-SK-DATE
           MOVE WS-EMP-IN TO WS-SK-EMP-ID
           MOVE WS-SEQ-TRY TO WS-SK-SEQ
           EXEC CICS
               READ FILE('STBYLST')
                    INTO(WS-STBY-REC)
                    RIDFLD(WS-STBY-KEY)
                    RESP(WS-STBY-RESP)
           END-EXEC
           IF WS-STBY-RESP = DFHRESP(NOTFND)
               IF WS-SEQ-FREE = 99
                   MOVE WS-SEQ-TRY TO WS-SEQ-FREE
               END-IF
           ELSE
               IF WS-STBY-RESP = DFHRESP(NORMAL)
                  AND SB-ST-LISTED
                  AND SB-SURNAME = WS-NEW-SURNAME
                  AND SB-NAME = WS-NEW-NAME
                   MOVE 'Y' TO WS-ALREADY-LISTED
               END-IF
           END-IF.

       GET-STAFF-CHARGE.
           MOVE 'STAFFCHG' TO WS-PARM-KEY
           EXEC CICS
               READ FILE('PARMFIL')
                    INTO(WS-PARM-REC)
                    RIDFLD(WS-PARM-KEY)
                    RESP(WS-PARM-RESP)
           END-EXEC
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-STAFF-CHARGE = FUNCTION NUMVAL(PM-VALUE)
           END-IF.

       CHARGE-STAFF-TRAVEL.
           MOVE SPACES TO WS-AUTH-AREA
           MOVE 'A' TO PA-FUNCTION
           MOVE WS-EMP-IN TO PA-PNR
           MOVE 'C' TO PA-PAY-METHOD
           MOVE WS-STAFF-CHARGE TO PA-AMOUNT

           EXEC CICS
               LINK PROGRAM('PAYAUT')
                    COMMAREA(WS-AUTH-AREA)
                    LENGTH(60)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PAYMENT SERVICE UNAVAILABLE'
                   TO PA-DECLINE-REASON
           END-IF.

      * =======================================================
      *   X - TAKE A LISTED TRAVELLER OFF AGAIN
      * =======================================================
       CANCEL-STANDBY-LISTING.
           PERFORM READ-STANDBY-LISTING
           IF WS-REC-FOUND = 'N'
               MOVE 'NO LISTING UNDER THAT SEQ.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF NOT SB-ST-LISTED
               MOVE 'ONLY A LISTING STILL WAITING CAN BE TAKEN OFF.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('STBYLST')
                    INTO(WS-STBY-REC)
                    RIDFLD(WS-STBY-KEY)
                    UPDATE
                    RESP(WS-STBY-RESP)
           END-EXEC
           IF WS-STBY-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO UPDATE THE LISTING - TRY AGAIN.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'X' TO SB-STATUS
           MOVE SG-USERID TO SB-USER
           EXEC CICS
               REWRITE FILE('STBYLST')
                       FROM(WS-STBY-REC)
                       RESP(WS-STBY-RESP)
           END-EXEC
           IF WS-STBY-RESP = DFHRESP(NORMAL)
               MOVE 'TRAVELLER TAKEN OFF THE STANDBY LIST.'
                   TO WS-MESSAGE
           ELSE
               MOVE 'UNABLE TO UPDATE THE LISTING - TRY AGAIN.'
                   TO WS-MESSAGE
           END-IF.

      * =======================================================
      *               SEND STANDBY SCREEN
      * =======================================================
       SEND-STANDBY-SCREEN.
           MOVE LOW-VALUES TO STBYMAPO

           MOVE WS-EMP-IN TO EMPVO
           MOVE WS-FLT-IN TO FLTVO
           MOVE WS-DATE-IN TO DTEVO
           MOVE WS-SEQ-IN TO SEQVO
           IF WS-REC-FOUND = 'Y'
               MOVE SB-SURNAME TO SNMVO
               MOVE SB-NAME TO GNMVO
               MOVE SB-PRIORITY TO PRIVO
               MOVE SB-SENIORITY TO SENVO
               MOVE SB-STATUS TO STSVO
               MOVE SB-PNR TO PNRVO
               MOVE SB-NEXT-DATE TO NXTVO
               MOVE SB-AUTH-CODE TO AUTVO
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'ACTION L LISTS, X TAKES OFF; BLANK SHOWS SEQ.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('STBYMAP') MAPSET('STBYMAP')
               FROM(STBYMAPO)
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
       RETURN-TO-STBY.
           MOVE 'S' TO WS-SB-STATE
           MOVE WS-SB-STATE TO SY-STATE

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
