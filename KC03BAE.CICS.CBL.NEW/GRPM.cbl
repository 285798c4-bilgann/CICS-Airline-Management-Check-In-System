       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *                   COPY LIBRARY
      * =======================================================
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY GRPMMAP.

      * =======================================================
      *   GROUP SALES DESK
      * =======================================================
      *    A school or wedding party wants a block of seats long
      *    before it knows who is travelling - more than BOOK's
      *    nine-passenger party, and with no names to give. The
      *    desk opens the group here (A): a GRPBKG record with
      *    the party's name and contact, the flight(s), the seat
      *    count, the agreed fare per seat, up to three deposit
      *    instalments and the date names are due. The seats
      *    come straight out of the flight's WR-SEATS into an
      *    ALOTFIL hold keyed by the group reference, so BOOK's
      *    block handling does the rest: each real passenger is
      *    booked as a normal PNR with the group reference and
      *    draws the hold down, and a cancelled one hands its
      *    seat back to it. The hold carries no release date of
      *    its own - GRPNITE releases the seats still unnamed on
      *    the names-due date, and warns on missed deposits.
      *
      *    P takes the next deposit instalment still owed
      *    through PAYAUT, on the method given (card, account or
      *    cash). X cancels the group and hands its unnamed
      *    seats back to sale at once; passengers already named
      *    keep their bookings. ENTER with a reference shows the
      *    group and how many seats are named so far.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-TRANSID               PIC X(4) VALUE 'GRPM'.
       01 WS-MESSAGE               PIC X(70) VALUE SPACES.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8).
       01 WS-SIGNON-MESSAGE        PIC X(40)
           VALUE 'SIGN-ON REQUIRED - USE SGON'.

       01 WS-REF-RAW               PIC X(6).
       01 WS-REF-IN                PIC X(6).
       01 WS-ACT-RAW               PIC X(1).
       01 WS-ACT-IN                PIC X(1).
       01 WS-NAME-IN               PIC X(30).
       01 WS-CONT-IN               PIC X(30).
       01 WS-OFLT-IN               PIC X(5).
       01 WS-ODAT-IN               PIC X(8).
       01 WS-RFLT-IN               PIC X(5).
       01 WS-RDAT-IN               PIC X(8).
       01 WS-SEAT-IN               PIC X(3).
       01 WS-FARE-IN               PIC X(5).
       01 WS-DUE-IN                PIC X(8).
       01 WS-PMTH-IN               PIC X(1).
       01 WS-ACCT-IN               PIC X(8).
       01 WS-DEP-IN.
           05 WS-DEP-IN-ROW        OCCURS 3 TIMES.
               10 WS-DEP-IN-DUE    PIC X(8).
               10 WS-DEP-IN-AMT    PIC X(7).

      * Group booking - one per group, keyed by the reference the
      * named PNRs carry in PR-GROUP-REF.
       01 WS-GROUP-REC.
           05 GB-REF               PIC X(8).
           05 GB-NAME              PIC X(30).
           05 GB-CONTACT           PIC X(30).
           05 GB-OUT-FLT           PIC X(5).
           05 GB-OUT-DATE          PIC X(8).
           05 GB-RET-FLT           PIC X(5).
           05 GB-RET-DATE          PIC X(8).
           05 GB-SEATS             PIC 9(3).
           05 GB-FARE              PIC 9(5)V99.
           05 GB-NAMES-DUE         PIC X(8).
           05 GB-DEPOSIT           OCCURS 3 TIMES.
               10 GB-DEP-DUE       PIC X(8).
               10 GB-DEP-AMT       PIC 9(7)V99.
               10 GB-DEP-PAID      PIC 9(7)V99.
               10 GB-DEP-AUTH      PIC X(4).
               10 GB-DEP-PAID-DATE PIC X(8).
           05 GB-PAY-METHOD        PIC X(1).
           05 GB-ACCOUNT           PIC X(8).
           05 GB-STATUS            PIC X(1).
               88 GB-ST-OPEN       VALUE 'O'.
               88 GB-ST-RELEASED   VALUE 'R'.
               88 GB-ST-CANCELLED  VALUE 'X'.
           05 GB-RELEASED-SEATS    PIC 9(3).
           05 GB-CREATED-BY        PIC X(8).
           05 GB-CREATED-DATE      PIC X(8).
           05 GB-WARN-DATE         PIC X(8).
       01 WS-GROUP-RESP            PIC S9(8) COMP.

      * Seat hold - the same ALOTFIL block BOOK draws a tour
      * operator's bookings from, keyed here by group reference.
       01 WS-ALOT-REC.
           05 AL-KEY.
               10 AL-FLTNUM        PIC X(5).
               10 AL-DATE          PIC X(8).
               10 AL-OPER          PIC X(8).
           05 AL-SEATS-HELD        PIC 9(3).
           05 AL-SEATS-USED        PIC 9(3).
           05 AL-RELEASE-DATE      PIC X(8).
       01 WS-ALOT-RESP             PIC S9(8) COMP.

       01 WS-FLSR-REC.
           05 WR-FLTNUM            PIC X(5).
           05 WR-ORIG              PIC X(3).
           05 WR-DATE              PIC X(8).
           05 WR-DEST              PIC X(3).
           05 WR-DEPTIME           PIC X(4).
           05 WR-STATUS            PIC X(1).
               88 WR-ST-CANCELLED  VALUE 'C'.
           05 WR-ACFT-TYPE         PIC X(3).
           05 FILLER               PIC X(4).
           05 WR-ARRTIME           PIC X(4).
           05 WR-SEATS             PIC X(3).
       01 WS-FLSR-KEY              PIC X(13).
       01 WS-FLSR-RESP             PIC S9(8) COMP.

       01 WS-LEG-FLT               PIC X(5).
       01 WS-LEG-DATE              PIC X(8).
       01 WS-LEG-OK                PIC X VALUE 'N'.
       01 WS-SEATS-NUM             PIC 9(3) VALUE 0.
       01 WS-GROUP-SEATS           PIC 9(3) VALUE 0.
       01 WS-UNNAMED               PIC 9(3) VALUE 0.
       01 WS-NAMED                 PIC 9(3) VALUE 0.
       01 WS-DEP-IX                PIC 9 VALUE 0.
       01 WS-DEP-NEXT              PIC 9 VALUE 0.
       01 WS-DEP-OWED              PIC 9(7)V99 VALUE 0.
       01 WS-AMT-NUM               PIC 9(7) VALUE 0.
       01 WS-FARE-NUM              PIC 9(5) VALUE 0.
       01 WS-AMT-EDIT              PIC Z(6)9.99.
       01 WS-DEP-BAD               PIC X VALUE 'N'.

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

      * Who is signed on at this terminal - written by SGNON.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

       01 WS-COMMAREA.
           05 WS-GM-STATE           PIC X VALUE SPACE.

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
           05 GM-STATE              PIC X.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

           PERFORM GET-SIGNED-ON-USER
           IF SG-USERID = SPACES
               EXEC CICS
                   SEND TEXT FROM(WS-SIGNON-MESSAGE)
                        LENGTH(40)
                        ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               MOVE SPACES TO WS-MESSAGE
               MOVE SPACES TO WS-REF-IN
               PERFORM SEND-GROUP-SCREEN
               PERFORM RETURN-TO-GRPM
           END-IF

           IF EIBAID = DFHPF3
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               RECEIVE MAP('GRPMMAP') MAPSET('GRPMMAP')
               INTO(GRPMMAPI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO WS-MESSAGE
               MOVE SPACES TO WS-REF-IN
               PERFORM SEND-GROUP-SCREEN
               PERFORM RETURN-TO-GRPM
           END-IF

           PERFORM PROCESS-GROUP-ACTION

           PERFORM RETURN-TO-GRPM.

      * =======================================================
      *   SHOW, OPEN, TAKE A DEPOSIT ON OR CANCEL A GROUP
      * =======================================================
       PROCESS-GROUP-ACTION.
           PERFORM NORMALIZE-INPUT

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
           END-EXEC

           IF WS-REF-IN = SPACES
               MOVE 'ENTER THE GROUP REFERENCE.' TO WS-MESSAGE
               PERFORM SEND-GROUP-SCREEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ACT-IN
               WHEN 'A'
                   PERFORM ADD-GROUP
               WHEN 'P'
                   PERFORM TAKE-DEPOSIT
               WHEN 'X'
                   PERFORM CANCEL-GROUP
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'ACTION MUST BE A (OPEN), P (DEPOSIT) OR X.'
                       TO WS-MESSAGE
           END-EVALUATE

           PERFORM SEND-GROUP-SCREEN.

       NORMALIZE-INPUT.
           MOVE REFI TO WS-REF-RAW
           MOVE ACTI TO WS-ACT-RAW
           MOVE NAMEI TO WS-NAME-IN
           MOVE CONTI TO WS-CONT-IN
           MOVE OFLTI TO WS-OFLT-IN
           MOVE ODATI TO WS-ODAT-IN
           MOVE RFLTI TO WS-RFLT-IN
           MOVE RDATI TO WS-RDAT-IN
           MOVE SEATI TO WS-SEAT-IN
           MOVE FAREI TO WS-FARE-IN
           MOVE DUEI TO WS-DUE-IN
           MOVE PMTHI TO WS-PMTH-IN
           MOVE ACCTI TO WS-ACCT-IN
           MOVE D1DI TO WS-DEP-IN-DUE(1)
           MOVE D1AI TO WS-DEP-IN-AMT(1)
           MOVE D2DI TO WS-DEP-IN-DUE(2)
           MOVE D2AI TO WS-DEP-IN-AMT(2)
           MOVE D3DI TO WS-DEP-IN-DUE(3)
           MOVE D3AI TO WS-DEP-IN-AMT(3)

           INSPECT WS-REF-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ACT-RAW REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-NAME-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-CONT-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-OFLT-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ODAT-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-RFLT-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-RDAT-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-SEAT-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-FARE-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-DUE-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-PMTH-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-ACCT-IN REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-DEP-IN REPLACING ALL LOW-VALUES BY SPACE

           MOVE FUNCTION TRIM(WS-REF-RAW) TO WS-REF-IN
           MOVE FUNCTION TRIM(WS-ACT-RAW) TO WS-ACT-IN

           INSPECT WS-REF-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-ACT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-PMTH-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-OFLT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-RFLT-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * =======================================================
      *   OPEN A GROUP AND HOLD ITS SEATS
      * =======================================================
      *    Everything is checked before anything is written, so
      *    a refused group leaves no partial hold behind.
       ADD-GROUP.
           IF WS-REF-IN(6:1) = SPACE
               MOVE 'GROUP REFERENCE MUST BE 6 CHARACTERS.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-NAME-IN = SPACES
               MOVE 'ENTER THE GROUP NAME.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-SEAT-IN NOT NUMERIC
               MOVE 'SEATS MUST BE 3 DIGITS, E.G. 025.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEAT-IN TO WS-GROUP-SEATS
           IF WS-GROUP-SEATS < 10
               MOVE 'FEWER THAN 10 SEATS - BOOK AS A NORMAL PARTY.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-FARE-IN NOT NUMERIC
               MOVE 'FARE PER SEAT MUST BE 5 DIGITS, WHOLE UNITS.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-DUE-IN NOT NUMERIC
              OR WS-DUE-IN < WS-CURR-DATE
              OR WS-DUE-IN >= WS-ODAT-IN
               MOVE 'NAMES-DUE DATE MUST FALL BEFORE DEPARTURE.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF WS-PMTH-IN NOT = 'C' AND WS-PMTH-IN NOT = 'A'
              AND WS-PMTH-IN NOT = 'K'
               MOVE 'PAYMENT METHOD MUST BE C, A OR K.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-PMTH-IN = 'A' AND WS-ACCT-IN = SPACES
               MOVE 'ENTER THE ACCOUNT FOR ON-ACCOUNT DEPOSITS.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DEP-BAD
           PERFORM CHECK-DEPOSIT-ROW
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX > 3
           IF WS-DEP-BAD = 'Y'
               MOVE 'DEPOSIT NEEDS A DUE DATE AND A 7-DIGIT AMOUNT.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('GRPBKG')
                    INTO(WS-GROUP-REC)
                    RIDFLD(WS-REF-IN)
                    RESP(WS-GROUP-RESP)
           END-EXEC
           IF WS-GROUP-RESP = DFHRESP(NORMAL)
               MOVE 'GROUP REFERENCE ALREADY ON FILE.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OFLT-IN TO WS-LEG-FLT
           MOVE WS-ODAT-IN TO WS-LEG-DATE
           PERFORM CHECK-LEG-FOR-GROUP
           IF WS-LEG-OK = 'N'
               EXIT PARAGRAPH
           END-IF

           IF WS-RFLT-IN NOT = SPACES OR WS-RDAT-IN NOT = SPACES
               IF WS-RDAT-IN < WS-ODAT-IN
                   MOVE 'RETURN MUST NOT BE BEFORE THE OUTBOUND.'
                       TO WS-MESSAGE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RFLT-IN TO WS-LEG-FLT
               MOVE WS-RDAT-IN TO WS-LEG-DATE
               PERFORM CHECK-LEG-FOR-GROUP
               IF WS-LEG-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-GROUP-REC
           MOVE WS-REF-IN TO GB-REF
           MOVE WS-NAME-IN TO GB-NAME
           MOVE WS-CONT-IN TO GB-CONTACT
           MOVE WS-OFLT-IN TO GB-OUT-FLT
           MOVE WS-ODAT-IN TO GB-OUT-DATE
           MOVE WS-RFLT-IN TO GB-RET-FLT
           MOVE WS-RDAT-IN TO GB-RET-DATE
           MOVE WS-GROUP-SEATS TO GB-SEATS
           MOVE WS-FARE-IN TO WS-FARE-NUM
           MOVE WS-FARE-NUM TO GB-FARE
           MOVE WS-DUE-IN TO GB-NAMES-DUE
           PERFORM LOAD-DEPOSIT-ROW
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX > 3
           MOVE WS-PMTH-IN TO GB-PAY-METHOD
           MOVE WS-ACCT-IN TO GB-ACCOUNT
           MOVE 'O' TO GB-STATUS
           MOVE 0 TO GB-RELEASED-SEATS
           MOVE SG-USERID TO GB-CREATED-BY
           MOVE WS-CURR-DATE TO GB-CREATED-DATE

           EXEC CICS
               WRITE FILE('GRPBKG')
                     FROM(WS-GROUP-REC)
                     RIDFLD(GB-REF)
                     RESP(WS-GROUP-RESP)
           END-EXEC
           IF WS-GROUP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO OPEN GROUP - TRY AGAIN.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE GB-OUT-FLT TO WS-LEG-FLT
           MOVE GB-OUT-DATE TO WS-LEG-DATE
           PERFORM HOLD-LEG-SEATS
           IF GB-RET-FLT NOT = SPACES
               MOVE GB-RET-FLT TO WS-LEG-FLT
               MOVE GB-RET-DATE TO WS-LEG-DATE
               PERFORM HOLD-LEG-SEATS
           END-IF

           MOVE 'GROUP OPENED - SEATS HELD. BOOK NAMES WITH THE REF.'
               TO WS-MESSAGE.

       CHECK-DEPOSIT-ROW.
           IF WS-DEP-IN-DUE(WS-DEP-IX) NOT = SPACES
              OR WS-DEP-IN-AMT(WS-DEP-IX) NOT = SPACES
               IF WS-DEP-IN-DUE(WS-DEP-IX) NOT NUMERIC
                  OR WS-DEP-IN-AMT(WS-DEP-IX) NOT NUMERIC
                   MOVE 'Y' TO WS-DEP-BAD
               END-IF
           END-IF.

       LOAD-DEPOSIT-ROW.
           MOVE 0 TO GB-DEP-AMT(WS-DEP-IX)
           MOVE 0 TO GB-DEP-PAID(WS-DEP-IX)
           IF WS-DEP-IN-DUE(WS-DEP-IX) NOT = SPACES
               MOVE WS-DEP-IN-DUE(WS-DEP-IX)
                   TO GB-DEP-DUE(WS-DEP-IX)
               MOVE WS-DEP-IN-AMT(WS-DEP-IX) TO WS-AMT-NUM
               MOVE WS-AMT-NUM TO GB-DEP-AMT(WS-DEP-IX)
           END-IF.

      *    The leg must be flying and have the seats open, and
      *    the reference must not already hold seats on it.
       CHECK-LEG-FOR-GROUP.
           MOVE 'N' TO WS-LEG-OK
           IF WS-LEG-FLT = SPACES OR WS-LEG-DATE NOT NUMERIC
               MOVE 'ENTER FLIGHT AND DATE (YYYYMMDD) FOR EACH LEG.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEG-FLT TO WS-FLSR-KEY(1:5)
           MOVE WS-LEG-DATE TO WS-FLSR-KEY(6:8)
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-FLSR-REC)
                    RIDFLD(WS-FLSR-KEY)
                    RESP(WS-FLSR-RESP)
           END-EXEC
           IF WS-FLSR-RESP NOT = DFHRESP(NORMAL) OR WR-ST-CANCELLED
               STRING 'FLIGHT ' WS-LEG-FLT ' ' WS-LEG-DATE
                      ' NOT FOUND OR CANCELLED.'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE WR-SEATS TO WS-SEATS-NUM
           IF WS-SEATS-NUM < WS-GROUP-SEATS
               STRING 'ONLY ' WR-SEATS ' SEATS OPEN ON ' WS-LEG-FLT
                      ' ' WS-LEG-DATE '.'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEG-FLT TO AL-FLTNUM
           MOVE WS-LEG-DATE TO AL-DATE
           MOVE WS-REF-IN TO AL-OPER
           EXEC CICS
               READ FILE('ALOTFIL')
                    INTO(WS-ALOT-REC)
                    RIDFLD(AL-KEY)
                    RESP(WS-ALOT-RESP)
           END-EXEC
           IF WS-ALOT-RESP = DFHRESP(NORMAL)
               MOVE 'REFERENCE ALREADY HOLDS SEATS ON THAT FLIGHT.'
                   TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-LEG-OK.

      *    Seats leave WR-SEATS into the hold, as ALLOAD does for
      *    an operator block. The release date is left at the
      *    top of the range so ALEXPR never touches a group's
      *    hold - its seats go back through GRPNITE or a cancel.
       HOLD-LEG-SEATS.
           MOVE WS-LEG-FLT TO WS-FLSR-KEY(1:5)
           MOVE WS-LEG-DATE TO WS-FLSR-KEY(6:8)
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-FLSR-REC)
                    RIDFLD(WS-FLSR-KEY)
                    UPDATE
                    RESP(WS-FLSR-RESP)
           END-EXEC
           IF WS-FLSR-RESP = DFHRESP(NORMAL)
               MOVE WR-SEATS TO WS-SEATS-NUM
               IF WS-SEATS-NUM > GB-SEATS
                   SUBTRACT GB-SEATS FROM WS-SEATS-NUM
               ELSE
                   MOVE 0 TO WS-SEATS-NUM
               END-IF
               MOVE WS-SEATS-NUM TO WR-SEATS
               EXEC CICS
                   REWRITE FILE('FLSRFIL')
                           FROM(WS-FLSR-REC)
                           RESP(WS-FLSR-RESP)
               END-EXEC
           END-IF

           MOVE SPACES TO WS-ALOT-REC
           MOVE WS-LEG-FLT TO AL-FLTNUM
           MOVE WS-LEG-DATE TO AL-DATE
           MOVE GB-REF TO AL-OPER
           MOVE GB-SEATS TO AL-SEATS-HELD
           MOVE 0 TO AL-SEATS-USED
           MOVE '99991231' TO AL-RELEASE-DATE
           EXEC CICS
               WRITE FILE('ALOTFIL')
                     FROM(WS-ALOT-REC)
                     RIDFLD(AL-KEY)
                     RESP(WS-ALOT-RESP)
           END-EXEC.

      * =======================================================
      *   TAKE THE NEXT DEPOSIT INSTALMENT THROUGH PAYAUT
      * =======================================================
       TAKE-DEPOSIT.
           EXEC CICS
               READ FILE('GRPBKG')
                    INTO(WS-GROUP-REC)
                    RIDFLD(WS-REF-IN)
                    UPDATE
                    RESP(WS-GROUP-RESP)
           END-EXEC
           IF WS-GROUP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'GROUP NOT FOUND.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF NOT GB-ST-OPEN
               MOVE 'GROUP IS NO LONGER OPEN.' TO WS-MESSAGE
               EXEC CICS UNLOCK FILE('GRPBKG') END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DEP-NEXT
           PERFORM FIND-NEXT-DEPOSIT
               VARYING WS-DEP-IX FROM 3 BY -1
               UNTIL WS-DEP-IX < 1
           IF WS-DEP-NEXT = 0
               MOVE 'NO DEPOSIT OUTSTANDING ON THIS GROUP.'
                   TO WS-MESSAGE
               EXEC CICS UNLOCK FILE('GRPBKG') END-EXEC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEP-OWED = GB-DEP-AMT(WS-DEP-NEXT)
                                 - GB-DEP-PAID(WS-DEP-NEXT)

           MOVE SPACES TO WS-AUTH-AREA
           MOVE 'A' TO PA-FUNCTION
           MOVE GB-REF(1:6) TO PA-PNR
           IF WS-PMTH-IN = SPACE
               MOVE GB-PAY-METHOD TO PA-PAY-METHOD
           ELSE
               MOVE WS-PMTH-IN TO PA-PAY-METHOD
           END-IF
           IF WS-ACCT-IN = SPACES
               MOVE GB-ACCOUNT TO PA-ACCOUNT
           ELSE
               MOVE WS-ACCT-IN TO PA-ACCOUNT
           END-IF
           MOVE WS-DEP-OWED TO PA-AMOUNT

           EXEC CICS
               LINK PROGRAM('PAYAUT')
                    COMMAREA(WS-AUTH-AREA)
                    LENGTH(LENGTH OF WS-AUTH-AREA)
                    RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT PA-APPROVED
               IF PA-DECLINE-REASON = SPACES
                   MOVE 'PAYMENT NOT AUTHORIZED - TRY AGAIN.'
                       TO WS-MESSAGE
               ELSE
                   STRING 'DEPOSIT DECLINED - ' PA-DECLINE-REASON
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
               EXEC CICS UNLOCK FILE('GRPBKG') END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE GB-DEP-AMT(WS-DEP-NEXT) TO GB-DEP-PAID(WS-DEP-NEXT)
           MOVE PA-AUTH-CODE TO GB-DEP-AUTH(WS-DEP-NEXT)
           MOVE WS-CURR-DATE TO GB-DEP-PAID-DATE(WS-DEP-NEXT)

           EXEC CICS
               REWRITE FILE('GRPBKG')
                       FROM(WS-GROUP-REC)
                       RESP(WS-GROUP-RESP)
           END-EXEC

           MOVE WS-DEP-OWED TO WS-AMT-EDIT
           IF WS-GROUP-RESP = DFHRESP(NORMAL)
               STRING 'DEPOSIT ' WS-DEP-NEXT ' TAKEN: ' WS-AMT-EDIT
                      ' AUTH ' PA-AUTH-CODE
                      DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           ELSE
               STRING 'DEPOSIT AUTH ' PA-AUTH-CODE
                      ' TAKEN BUT NOT RECORDED - REFER TO SUPERVISOR.'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           END-IF.

      *    Walked from the last instalment back so the earliest
      *    one still owed is left in WS-DEP-NEXT.
       FIND-NEXT-DEPOSIT.
           IF GB-DEP-AMT(WS-DEP-IX) > GB-DEP-PAID(WS-DEP-IX)
               MOVE WS-DEP-IX TO WS-DEP-NEXT
           END-IF.

      * =======================================================
      *   CANCEL A GROUP - UNNAMED SEATS BACK TO SALE
      * =======================================================
       CANCEL-GROUP.
           EXEC CICS
               READ FILE('GRPBKG')
                    INTO(WS-GROUP-REC)
                    RIDFLD(WS-REF-IN)
                    UPDATE
                    RESP(WS-GROUP-RESP)
           END-EXEC
           IF WS-GROUP-RESP NOT = DFHRESP(NORMAL)
               MOVE 'GROUP NOT FOUND.' TO WS-MESSAGE
               EXIT PARAGRAPH
           END-IF

           IF NOT GB-ST-OPEN
               MOVE 'GROUP IS NO LONGER OPEN.' TO WS-MESSAGE
               EXEC CICS UNLOCK FILE('GRPBKG') END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UNNAMED
           MOVE GB-OUT-FLT TO WS-LEG-FLT
           MOVE GB-OUT-DATE TO WS-LEG-DATE
           PERFORM RELEASE-LEG-SEATS
           MOVE WS-UNNAMED TO GB-RELEASED-SEATS
           IF GB-RET-FLT NOT = SPACES
               MOVE GB-RET-FLT TO WS-LEG-FLT
               MOVE GB-RET-DATE TO WS-LEG-DATE
               PERFORM RELEASE-LEG-SEATS
           END-IF

           MOVE 'X' TO GB-STATUS
           EXEC CICS
               REWRITE FILE('GRPBKG')
                       FROM(WS-GROUP-REC)
                       RESP(WS-GROUP-RESP)
           END-EXEC

           MOVE GB-RELEASED-SEATS TO WS-SEATS-NUM
           STRING 'GROUP CANCELLED - ' WS-SEATS-NUM
                  ' UNNAMED SEATS BACK TO SALE.'
                  DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING.

      *    The hold shrinks to what the named PNRs used; the rest
      *    goes back on WR-SEATS, as ALEXPR does for an operator.
       RELEASE-LEG-SEATS.
           MOVE WS-LEG-FLT TO AL-FLTNUM
           MOVE WS-LEG-DATE TO AL-DATE
           MOVE GB-REF TO AL-OPER
           EXEC CICS
               READ FILE('ALOTFIL')
                    INTO(WS-ALOT-REC)
                    RIDFLD(AL-KEY)
                    UPDATE
                    RESP(WS-ALOT-RESP)
           END-EXEC
           IF WS-ALOT-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UNNAMED
           IF AL-SEATS-HELD > AL-SEATS-USED
               COMPUTE WS-UNNAMED = AL-SEATS-HELD - AL-SEATS-USED
           END-IF
           MOVE AL-SEATS-USED TO AL-SEATS-HELD
           EXEC CICS
               REWRITE FILE('ALOTFIL')
                       FROM(WS-ALOT-REC)
                       RESP(WS-ALOT-RESP)
           END-EXEC

           IF WS-UNNAMED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEG-FLT TO WS-FLSR-KEY(1:5)
           MOVE WS-LEG-DATE TO WS-FLSR-KEY(6:8)
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-FLSR-REC)
                    RIDFLD(WS-FLSR-KEY)
                    UPDATE
                    RESP(WS-FLSR-RESP)
           END-EXEC
           IF WS-FLSR-RESP = DFHRESP(NORMAL)
               MOVE WR-SEATS TO WS-SEATS-NUM
               ADD WS-UNNAMED TO WS-SEATS-NUM
               MOVE WS-SEATS-NUM TO WR-SEATS
               EXEC CICS
                   REWRITE FILE('FLSRFIL')
                           FROM(WS-FLSR-REC)
                           RESP(WS-FLSR-RESP)
               END-EXEC
           END-IF.

      * =======================================================
      *               SEND GROUP SCREEN
      * =======================================================
       SEND-GROUP-SCREEN.
           MOVE LOW-VALUES TO GRPMMAPO

           IF WS-REF-IN NOT = SPACES
               EXEC CICS
                   READ FILE('GRPBKG')
                        INTO(WS-GROUP-REC)
                        RIDFLD(WS-REF-IN)
                        RESP(WS-GROUP-RESP)
               END-EXEC

               IF WS-GROUP-RESP = DFHRESP(NORMAL)
                   PERFORM SHOW-GROUP
               END-IF
           END-IF

           IF WS-MESSAGE = SPACES
               MOVE 'KEY GROUP REF AND ACTION (A/P/X) OR ENTER TO VIEW.'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE TO MSGO
           END-IF

           EXEC CICS
               SEND MAP('GRPMMAP') MAPSET('GRPMMAP')
               FROM(GRPMMAPO)
               ERASE
           END-EXEC.

       SHOW-GROUP.
           MOVE GB-REF TO REFO
           MOVE GB-NAME TO NAMEO
           MOVE GB-CONTACT TO CONTO
           MOVE GB-OUT-FLT TO OFLTO
           MOVE GB-OUT-DATE TO ODATO
           MOVE GB-RET-FLT TO RFLTO
           MOVE GB-RET-DATE TO RDATO
           MOVE GB-SEATS TO SEATO
           MOVE GB-FARE TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO FAREO
           MOVE GB-NAMES-DUE TO DUEO
           MOVE GB-PAY-METHOD TO PMTHO
           MOVE GB-ACCOUNT TO ACCTO

           MOVE GB-DEP-DUE(1) TO D1DO
           MOVE GB-DEP-AMT(1) TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO D1AO
           MOVE GB-DEP-AUTH(1) TO D1PO
           MOVE GB-DEP-DUE(2) TO D2DO
           MOVE GB-DEP-AMT(2) TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO D2AO
           MOVE GB-DEP-AUTH(2) TO D2PO
           MOVE GB-DEP-DUE(3) TO D3DO
           MOVE GB-DEP-AMT(3) TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO D3AO
           MOVE GB-DEP-AUTH(3) TO D3PO

           EVALUATE TRUE
               WHEN GB-ST-OPEN
                   MOVE 'OPEN' TO STATO
               WHEN GB-ST-RELEASED
                   MOVE 'NAMES DUE PASSED' TO STATO
               WHEN GB-ST-CANCELLED
                   MOVE 'CANCELLED' TO STATO
           END-EVALUATE

      *    Named so far = what the outbound hold has given up to
      *    PNRs carrying the reference.
           MOVE 0 TO WS-NAMED
           MOVE GB-OUT-FLT TO AL-FLTNUM
           MOVE GB-OUT-DATE TO AL-DATE
           MOVE GB-REF TO AL-OPER
           EXEC CICS
               READ FILE('ALOTFIL')
                    INTO(WS-ALOT-REC)
                    RIDFLD(AL-KEY)
                    RESP(WS-ALOT-RESP)
           END-EXEC
           IF WS-ALOT-RESP = DFHRESP(NORMAL)
               MOVE AL-SEATS-USED TO WS-NAMED
           END-IF
           MOVE WS-NAMED TO NAMDO.

      * =======================================================
      *   SIGNED-ON USER FOR THIS TERMINAL
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
       RETURN-TO-GRPM.
           MOVE 'S' TO WS-GM-STATE
           MOVE WS-GM-STATE TO GM-STATE

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
