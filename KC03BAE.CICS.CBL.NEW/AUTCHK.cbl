       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTCHK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   TRANSACTION AUTHORITY CHECK
      * =======================================================
      *    LINKed to by every online transaction as it is
      *    entered, and again before a guarded function (a PNR
      *    void, a parameter change, an APIS override, a
      *    voucher). The operator is the one SGNON put on this
      *    terminal's queue; the role is their USRMSTR authority:
      *      A agent     S supervisor   G gate
      *      O ops       F finance      M admin
      *    AUTHMTX holds, per transaction and function (a blank
      *    function is the transaction itself), the roles that
      *    may run it - maintained on AUTHM. With no row the
      *    caller's own default stands, so a transaction behaves
      *    as it always has until the matrix says otherwise; a
      *    blank role list lets anyone through. A refusal comes
      *    back in AT-RESULT and is logged on AUTHLOG with who,
      *    where and what was tried.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8).
       01 WS-CURR-TIME             PIC X(6).

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
       01 WS-ROLES                 PIC X(8) VALUE SPACES.
       01 WS-ROLE-HITS             PIC 9(2) VALUE 0.

      * Refused-access log - append only.
       01 WS-AUTHLOG-REC.
           05 AL-DATE              PIC X(8).
           05 AL-TIME              PIC X(6).
           05 AL-USER              PIC X(8).
           05 AL-ROLE              PIC X(1).
           05 AL-TRAN              PIC X(4).
           05 AL-FUNC              PIC X(4).
           05 AL-TERMID            PIC X(4).
           05 AL-ROLES             PIC X(8).
       01 WS-AUTHLOG-RESP          PIC S9(8) COMP.

      * Who is signed on at this terminal - written by SGNON.
       01 WS-SGN-QUEUE             PIC X(8) VALUE SPACES.
       01 WS-SIGNON-REC.
           05 SG-USERID             PIC X(8).
           05 SG-AUTHORITY          PIC X.
       01 WS-SIGNON-RESP           PIC S9(8) COMP.
       01 WS-SIGNON-LEN            PIC S9(4) COMP VALUE 9.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 AT-TRAN              PIC X(4).
           05 AT-FUNC              PIC X(4).
           05 AT-DEFAULT           PIC X(8).
           05 AT-RESULT            PIC X.
               88 AT-ALLOWED       VALUE 'Y'.
               88 AT-REFUSED       VALUE 'N'.
           05 AT-USERID            PIC X(8).
           05 AT-ROLE              PIC X.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM GET-SIGNED-ON-USER
           MOVE SG-USERID TO AT-USERID
           MOVE SG-AUTHORITY TO AT-ROLE

           MOVE AT-TRAN TO AM-TRAN
           MOVE AT-FUNC TO AM-FUNC
           EXEC CICS
               READ FILE('AUTHMTX')
                    INTO(WS-AUTHMTX-REC)
                    RIDFLD(AM-KEY)
                    RESP(WS-AUTHMTX-RESP)
           END-EXEC
           IF WS-AUTHMTX-RESP = DFHRESP(NORMAL)
               MOVE AM-ROLES TO WS-ROLES
           ELSE
               MOVE AT-DEFAULT TO WS-ROLES
           END-IF

           PERFORM CHECK-ROLE-LIST

           IF AT-REFUSED
               PERFORM WRITE-AUTHLOG-RECORD
           END-IF

           EXEC CICS RETURN END-EXEC.

      * =======================================================
      *   IS THE OPERATOR'S ROLE ON THE LIST?
      * =======================================================
      *    A blank list is open to all; otherwise the terminal
      *    must be signed on with one of the roles listed.
       CHECK-ROLE-LIST.
           MOVE 'Y' TO AT-RESULT
           IF WS-ROLES = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO AT-RESULT
           IF SG-USERID = SPACES OR SG-AUTHORITY = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROLE-HITS
           INSPECT WS-ROLES TALLYING WS-ROLE-HITS
               FOR ALL SG-AUTHORITY
           IF WS-ROLE-HITS > 0
               MOVE 'Y' TO AT-RESULT
           END-IF.

      * =======================================================
      *   LOG THE REFUSAL
      * =======================================================
       WRITE-AUTHLOG-RECORD.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
                          TIME(WS-CURR-TIME)
           END-EXEC

           MOVE SPACES TO WS-AUTHLOG-REC
           MOVE WS-CURR-DATE TO AL-DATE
           MOVE WS-CURR-TIME TO AL-TIME
           MOVE SG-USERID TO AL-USER
           MOVE SG-AUTHORITY TO AL-ROLE
           MOVE AT-TRAN TO AL-TRAN
           MOVE AT-FUNC TO AL-FUNC
           MOVE EIBTRMID TO AL-TERMID
           MOVE WS-ROLES TO AL-ROLES

           EXEC CICS
               WRITE FILE('AUTHLOG')
                     FROM(WS-AUTHLOG-REC)
                     RESP(WS-AUTHLOG-RESP)
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
