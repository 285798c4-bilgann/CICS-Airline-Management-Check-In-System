       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCRN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   GOVERNMENT WATCHLIST SCREENING
      * =======================================================
      *    LINKed to with the booking's PNR record in the
      *    commarea:
      *      S  screen - BOOK, once the booking is saved;
      *      I  issue  - CKIN, CKINSV and BPRNT, before a
      *         boarding pass is given out.
      *    Every party member is looked up on the lists WLLOAD
      *    posts - by passport on WLPASS, and by surname and
      *    date of birth (or surname alone, for a list entry
      *    with no date of birth) on WATCHLST. A possible match
      *    puts the booking on SECHOLD pending and on the SECU
      *    queue for a supervisor to clear or confirm in SECM.
      *    Until it is cleared the booking comes back held (H),
      *    and once confirmed denied (D); a cleared booking
      *    comes back clear (C) without being looked up again.
      *    Each match raised, and each boarding pass stopped
      *    under function I, is logged on SECLOG with the user
      *    and program that asked.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8).
       01 WS-CURR-TIME             PIC X(6).

      * PNR VSAM record layout (892 bytes)
       01 WS-PNR-REC.
           05 PR-PNR               PIC X(6).
           05 PR-STATUS            PIC X.
           05 PR-HOLD-EXPIRY       PIC X(12).
           05 PR-LAST-NAME         PIC X(16).
           05 PR-NAME              PIC X(18).
           05 PR-PASSPORT          PIC X(16).
           05 PR-PASS-EXPIRY       PIC X(8).
           05 FILLER               PIC X(61).
           05 PR-NUMP              PIC 9(2).
           05 PR-PASSENGER OCCURS 9 TIMES.
               10 PR-PSGR-NAME         PIC X(18).
               10 PR-PSGR-PASSPORT     PIC X(16).
               10 PR-PSGR-OUT-SEAT     PIC X(3).
               10 PR-PSGR-RET-SEAT     PIC X(3).
               10 PR-PSGR-OUT-SEAT-IX  PIC 9(3).
               10 PR-PSGR-RET-SEAT-IX  PIC 9(3).
               10 PR-PSGR-TYPE         PIC X.
               10 PR-PSGR-DOB          PIC X(8).
               10 PR-PSGR-BRD-SEQ      PIC 9(3).
           05 FILLER               PIC X(105).
           05 PR-DOB               PIC X(8).
           05 FILLER               PIC X(117).

      * Watchlist entry by surname and date of birth.
       01 WS-WL-REC.
           05 WL-KEY.
               10 WL-SURNAME       PIC X(16).
               10 WL-DOB           PIC X(8).
               10 WL-ID            PIC X(10).
           05 WL-LIST              PIC X(1).
           05 WL-GIVEN             PIC X(18).
           05 WL-PASSPORT          PIC X(16).
           05 WL-LOAD-DATE         PIC X(8).
       01 WS-WL-RESP               PIC S9(8) COMP.

      * Watchlist entry by passport number.
       01 WS-WP-REC.
           05 WP-KEY.
               10 WP-PASSPORT      PIC X(16).
               10 WP-ID            PIC X(10).
           05 WP-LIST              PIC X(1).
           05 WP-SURNAME           PIC X(16).
       01 WS-WP-RESP               PIC S9(8) COMP.

      * Security hold, one per booking with a possible match.
       01 WS-SECHOLD-REC.
           05 SH-PNR               PIC X(6).
           05 SH-STATUS            PIC X.
               88 SH-PENDING       VALUE 'P'.
               88 SH-CLEARED       VALUE 'C'.
               88 SH-DENIED        VALUE 'D'.
           05 SH-LIST-ID           PIC X(10).
           05 SH-LIST              PIC X(1).
           05 SH-MATCH-ON          PIC X(1).
           05 SH-PSGR-IX           PIC 9(2).
           05 SH-PSGR-NAME         PIC X(18).
           05 SH-RAISED-DATE       PIC X(8).
           05 SH-RAISED-TIME       PIC X(6).
           05 SH-RAISED-BY         PIC X(8).
           05 SH-RAISED-PGM        PIC X(4).
           05 SH-DECIDED-BY        PIC X(8).
           05 SH-DECIDED-DATE      PIC X(8).
           05 SH-DECIDED-TIME      PIC X(6).
       01 WS-SECHOLD-RESP          PIC S9(8) COMP.

      * Screening decision log - append only.
       01 WS-SECLOG-REC.
           05 SL-DATE              PIC X(8).
           05 SL-TIME              PIC X(6).
           05 SL-PNR               PIC X(6).
           05 SL-EVENT             PIC X(1).
           05 SL-LIST-ID           PIC X(10).
           05 SL-PSGR-NAME         PIC X(18).
           05 SL-USER              PIC X(8).
           05 SL-PROGRAM           PIC X(4).
           05 SL-TERMID            PIC X(4).
       01 WS-SECLOG-RESP           PIC S9(8) COMP.

      * Work queue row - the SECU queue the supervisors work.
       01 WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE         PIC X(4).
               10 QU-ADDED         PIC X(14).
               10 QU-PNR           PIC X(6).
           05 QU-REASON            PIC X(2).
           05 QU-STATUS            PIC X.
           05 QU-USER              PIC X(8).
           05 QU-DONE-DATE         PIC X(8).
       01 WS-QUEUE-RESP            PIC S9(8) COMP.

      * One party member being looked up.
       01 WS-PSGR-IX               PIC 9(2) VALUE 0.
       01 WS-PSGR-CNT              PIC 9(2) VALUE 0.
       01 WS-CHK-NAME              PIC X(18).
       01 WS-CHK-PASSPORT          PIC X(16).
       01 WS-CHK-DOB               PIC X(8).
       01 WS-CHK-SURNAME           PIC X(16).
       01 WS-TEMP-NAME             PIC X(18).
       01 WS-NAME-LEN              PIC 99 VALUE 0.
       01 WS-LAST-IX               PIC 99 VALUE 0.
       01 WS-LAST-START            PIC 99 VALUE 0.
       01 WS-LAST-LEN              PIC 99 VALUE 0.

       01 WS-HIT-FOUND             PIC X VALUE 'N'.
       01 WS-HIT-LIST-ID           PIC X(10).
       01 WS-HIT-LIST              PIC X(1).
       01 WS-HIT-ON                PIC X(1).
       01 WS-HIT-PSGR-IX           PIC 9(2).
       01 WS-HIT-NAME              PIC X(18).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 WC-FUNCTION          PIC X.
               88 WC-FN-SCREEN     VALUE 'S'.
               88 WC-FN-ISSUE      VALUE 'I'.
           05 WC-PROGRAM           PIC X(4).
           05 WC-USER              PIC X(8).
           05 WC-RESULT            PIC X.
               88 WC-CLEAR         VALUE 'C'.
               88 WC-HELD          VALUE 'H'.
               88 WC-DENIED        VALUE 'D'.
           05 WC-LIST-ID           PIC X(10).
           05 WC-PNR-IMAGE         PIC X(892).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'C' TO WC-RESULT
           MOVE SPACES TO WC-LIST-ID
           MOVE WC-PNR-IMAGE TO WS-PNR-REC

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
                          TIME(WS-CURR-TIME)
           END-EXEC

      *    A booking already on hold is decided by the hold, not
      *    by the lists - the supervisor's answer stands.
           EXEC CICS
               READ FILE('SECHOLD')
                    INTO(WS-SECHOLD-REC)
                    RIDFLD(PR-PNR)
                    RESP(WS-SECHOLD-RESP)
           END-EXEC

           IF WS-SECHOLD-RESP = DFHRESP(NORMAL)
               MOVE SH-LIST-ID TO WC-LIST-ID
               EVALUATE TRUE
                   WHEN SH-CLEARED
                       MOVE 'C' TO WC-RESULT
                   WHEN SH-DENIED
                       MOVE 'D' TO WC-RESULT
                   WHEN OTHER
                       MOVE 'H' TO WC-RESULT
               END-EVALUATE
               IF WC-FN-ISSUE AND NOT WC-CLEAR
                   MOVE 'S' TO SL-EVENT
                   MOVE SH-LIST-ID TO SL-LIST-ID
                   MOVE SH-PSGR-NAME TO SL-PSGR-NAME
                   PERFORM WRITE-SECLOG-RECORD
               END-IF
               EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM SCREEN-THE-PARTY

           IF WS-HIT-FOUND = 'Y'
               PERFORM RAISE-SECURITY-HOLD
               MOVE 'H' TO WC-RESULT
               MOVE WS-HIT-LIST-ID TO WC-LIST-ID
               IF WC-FN-ISSUE
                   MOVE 'S' TO SL-EVENT
                   MOVE WS-HIT-LIST-ID TO SL-LIST-ID
                   MOVE WS-HIT-NAME TO SL-PSGR-NAME
                   PERFORM WRITE-SECLOG-RECORD
               END-IF
           END-IF

           EXEC CICS RETURN END-EXEC.

      * =======================================================
      *   LOOK EVERY PARTY MEMBER UP ON THE LISTS
      * =======================================================
      *    Passenger 1 is the lead; a record with no party table
      *    is screened on the lead's own fields.
       SCREEN-THE-PARTY.
           MOVE 'N' TO WS-HIT-FOUND

           IF PR-NUMP NOT NUMERIC OR PR-NUMP < 1
               MOVE 0 TO WS-PSGR-IX
               MOVE PR-NAME TO WS-CHK-NAME
               MOVE PR-PASSPORT TO WS-CHK-PASSPORT
               MOVE PR-DOB TO WS-CHK-DOB
               PERFORM SCREEN-ONE-MEMBER
               EXIT PARAGRAPH
           END-IF

           MOVE PR-NUMP TO WS-PSGR-CNT
           IF WS-PSGR-CNT > 9
               MOVE 9 TO WS-PSGR-CNT
           END-IF
           MOVE 1 TO WS-PSGR-IX
           PERFORM SCREEN-PARTY-MEMBER
               UNTIL WS-PSGR-IX > WS-PSGR-CNT
                  OR WS-HIT-FOUND = 'Y'.

       SCREEN-PARTY-MEMBER.
           MOVE PR-PSGR-NAME(WS-PSGR-IX) TO WS-CHK-NAME
           MOVE PR-PSGR-PASSPORT(WS-PSGR-IX) TO WS-CHK-PASSPORT
           MOVE PR-PSGR-DOB(WS-PSGR-IX) TO WS-CHK-DOB
           IF WS-PSGR-IX = 1
               IF WS-CHK-NAME = SPACES
                   MOVE PR-NAME TO WS-CHK-NAME
               END-IF
               IF WS-CHK-PASSPORT = SPACES
                   MOVE PR-PASSPORT TO WS-CHK-PASSPORT
               END-IF
               IF WS-CHK-DOB = SPACES
                   MOVE PR-DOB TO WS-CHK-DOB
               END-IF
           END-IF
           PERFORM SCREEN-ONE-MEMBER
           ADD 1 TO WS-PSGR-IX.

       SCREEN-ONE-MEMBER.
           INSPECT WS-CHK-PASSPORT REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-CHK-DOB REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-CHK-PASSPORT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF WS-CHK-PASSPORT NOT = SPACES
               PERFORM LOOK-UP-PASSPORT
               IF WS-HIT-FOUND = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM EXTRACT-SURNAME
           IF WS-CHK-SURNAME = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-CHK-DOB NOT = SPACES
               PERFORM LOOK-UP-NAME-AND-DOB
               IF WS-HIT-FOUND = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-CHK-DOB
           PERFORM LOOK-UP-NAME-AND-DOB.

      * =======================================================
      *   PASSPORT NUMBER ON WLPASS
      * =======================================================
       LOOK-UP-PASSPORT.
           MOVE WS-CHK-PASSPORT TO WP-PASSPORT
           MOVE LOW-VALUES TO WP-ID

           EXEC CICS
               STARTBR FILE('WLPASS')
                       RIDFLD(WP-KEY)
                       GTEQ
                       RESP(WS-WP-RESP)
           END-EXEC
           IF WS-WP-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READNEXT FILE('WLPASS')
                        INTO(WS-WP-REC)
                        RIDFLD(WP-KEY)
                        RESP(WS-WP-RESP)
           END-EXEC

           IF WS-WP-RESP = DFHRESP(NORMAL)
              AND WP-PASSPORT = WS-CHK-PASSPORT
               MOVE 'Y' TO WS-HIT-FOUND
               MOVE WP-ID TO WS-HIT-LIST-ID
               MOVE WP-LIST TO WS-HIT-LIST
               MOVE 'P' TO WS-HIT-ON
               MOVE WS-PSGR-IX TO WS-HIT-PSGR-IX
               MOVE WS-CHK-NAME TO WS-HIT-NAME
           END-IF

           EXEC CICS
               ENDBR FILE('WLPASS')
           END-EXEC.

      * =======================================================
      *   SURNAME AND DATE OF BIRTH ON WATCHLST
      * =======================================================
      *    Called a second time with the date blank to catch a
      *    list entry that carries no date of birth.
       LOOK-UP-NAME-AND-DOB.
           MOVE WS-CHK-SURNAME TO WL-SURNAME
           MOVE WS-CHK-DOB TO WL-DOB
           MOVE LOW-VALUES TO WL-ID

           EXEC CICS
               STARTBR FILE('WATCHLST')
                       RIDFLD(WL-KEY)
                       GTEQ
                       RESP(WS-WL-RESP)
           END-EXEC
           IF WS-WL-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READNEXT FILE('WATCHLST')
                        INTO(WS-WL-REC)
                        RIDFLD(WL-KEY)
                        RESP(WS-WL-RESP)
           END-EXEC

           IF WS-WL-RESP = DFHRESP(NORMAL)
              AND WL-SURNAME = WS-CHK-SURNAME
              AND WL-DOB = WS-CHK-DOB
               MOVE 'Y' TO WS-HIT-FOUND
               MOVE WL-ID TO WS-HIT-LIST-ID
               MOVE WL-LIST TO WS-HIT-LIST
               MOVE 'N' TO WS-HIT-ON
               MOVE WS-PSGR-IX TO WS-HIT-PSGR-IX
               MOVE WS-CHK-NAME TO WS-HIT-NAME
           END-IF

           EXEC CICS
               ENDBR FILE('WATCHLST')
           END-EXEC.

      * =======================================================
      *   SURNAME - THE LAST WORD OF THE NAME, UPPER CASE
      * =======================================================
       EXTRACT-SURNAME.
           MOVE SPACES TO WS-CHK-SURNAME
           INSPECT WS-CHK-NAME REPLACING ALL LOW-VALUES BY SPACE
           MOVE FUNCTION TRIM(WS-CHK-NAME) TO WS-TEMP-NAME

           MOVE LENGTH OF WS-TEMP-NAME TO WS-NAME-LEN
           PERFORM FIND-NAME-END
               UNTIL WS-NAME-LEN < 1
                  OR WS-TEMP-NAME(WS-NAME-LEN:1) NOT = SPACE
           IF WS-NAME-LEN < 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NAME-LEN TO WS-LAST-IX
           PERFORM FIND-LAST-WORD
               UNTIL WS-LAST-IX < 1
                  OR WS-TEMP-NAME(WS-LAST-IX:1) = SPACE
           COMPUTE WS-LAST-START = WS-LAST-IX + 1
           COMPUTE WS-LAST-LEN = WS-NAME-LEN - WS-LAST-START + 1
           IF WS-LAST-LEN > 16
               MOVE 16 TO WS-LAST-LEN
           END-IF
           MOVE WS-TEMP-NAME(WS-LAST-START:WS-LAST-LEN)
               TO WS-CHK-SURNAME

           INSPECT WS-CHK-SURNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       FIND-NAME-END.
           SUBTRACT 1 FROM WS-NAME-LEN.

       FIND-LAST-WORD.
           SUBTRACT 1 FROM WS-LAST-IX.

      * =======================================================
      *   HOLD THE BOOKING AND QUEUE IT FOR A SUPERVISOR
      * =======================================================
       RAISE-SECURITY-HOLD.
           MOVE SPACES TO WS-SECHOLD-REC
           MOVE PR-PNR TO SH-PNR
           MOVE 'P' TO SH-STATUS
           MOVE WS-HIT-LIST-ID TO SH-LIST-ID
           MOVE WS-HIT-LIST TO SH-LIST
           MOVE WS-HIT-ON TO SH-MATCH-ON
           MOVE WS-HIT-PSGR-IX TO SH-PSGR-IX
           MOVE WS-HIT-NAME TO SH-PSGR-NAME
           MOVE WS-CURR-DATE TO SH-RAISED-DATE
           MOVE WS-CURR-TIME TO SH-RAISED-TIME
           MOVE WC-USER TO SH-RAISED-BY
           MOVE WC-PROGRAM TO SH-RAISED-PGM

           EXEC CICS
               WRITE FILE('SECHOLD')
                     FROM(WS-SECHOLD-REC)
                     RIDFLD(SH-PNR)
                     RESP(WS-SECHOLD-RESP)
           END-EXEC

           MOVE 'M' TO SL-EVENT
           MOVE WS-HIT-LIST-ID TO SL-LIST-ID
           MOVE WS-HIT-NAME TO SL-PSGR-NAME
           PERFORM WRITE-SECLOG-RECORD

           MOVE SPACES TO WS-QUEUE-REC
           MOVE 'SECU' TO QU-QUEUE
           MOVE WS-CURR-DATE TO QU-ADDED(1:8)
           MOVE WS-CURR-TIME TO QU-ADDED(9:6)
           MOVE PR-PNR TO QU-PNR
           MOVE 'WL' TO QU-REASON
           MOVE 'O' TO QU-STATUS

           EXEC CICS
               WRITE FILE('PNRQUE')
                     FROM(WS-QUEUE-REC)
                     RIDFLD(QU-KEY)
                     RESP(WS-QUEUE-RESP)
           END-EXEC.

      * =======================================================
      *   LOG ONE SCREENING DECISION
      * =======================================================
       WRITE-SECLOG-RECORD.
           MOVE WS-CURR-DATE TO SL-DATE
           MOVE WS-CURR-TIME TO SL-TIME
           MOVE PR-PNR TO SL-PNR
           MOVE WC-USER TO SL-USER
           MOVE WC-PROGRAM TO SL-PROGRAM
           MOVE EIBTRMID TO SL-TERMID

           EXEC CICS
               WRITE FILE('SECLOG')
                     FROM(WS-SECLOG-REC)
                     RESP(WS-SECLOG-RESP)
           END-EXEC.
