       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDSCR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   PAYMENT FRAUD SCREENING
      * =======================================================
      *    LINKed to by BOOK and BOKSV before a card charge goes
      *    to PAYAUT, and again once the booking is saved:
      *      S  score - the booking is weighed against the rules
      *         below and FS-RESULT comes back H (hold it for
      *         review, do not charge) or P (go ahead);
      *      Q  queue - a held booking goes on the FRAU queue
      *         with reason FS for the review desk to work in
      *         QWRK. The write is in the caller's unit of work,
      *         so a booking that fails to save is never queued.
      *    The rules, each worth its points when it fires:
      *      CNT more bookings on the phone or e-mail today
      *          than FRDCNT allows (FRDCNTPT points);
      *      DEP departure inside FRDHRS hours of the purchase
      *          (FRDHRSPT points);
      *      FAR a charge of FRDFARE or more from a phone and
      *          e-mail never seen before today (FRDFARPT);
      *      NAM a card-holder name that does not carry the
      *          passenger's surname (FRDNAMPT) - only where the
      *          channel captures the card-holder name.
      *    A total of FRDHOLD or more holds the booking. All are
      *    PARMFIL figures with the coded values as fallback.
      *    FRDCTCT counts the bookings per contact per day.
      *    A PNR whose FRAU item the desk has closed is cleared
      *    and not scored again; one still open stays held.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8).
       01 WS-CURR-TIME             PIC X(6).

      * System parameter lookup.
       01 WS-PARM-REC.
           05 PM-NAME              PIC X(8).
           05 PM-VALUE             PIC X(12).
       01 WS-PARM-RESP             PIC S9(8) COMP.
       01 WS-PARM-KEY              PIC X(8) VALUE SPACES.

      * Scoring rules - thresholds and the points each is worth.
       01 WS-FRD-RULES.
           05 WS-FRD-CNT-MAX       PIC 9(3) VALUE 3.
           05 WS-FRD-CNT-PTS       PIC 9(3) VALUE 40.
           05 WS-FRD-HRS-MIN       PIC 9(3) VALUE 6.
           05 WS-FRD-HRS-PTS       PIC 9(3) VALUE 30.
           05 WS-FRD-FARE-MIN      PIC 9(7)V99 VALUE 1500.00.
           05 WS-FRD-FARE-PTS      PIC 9(3) VALUE 30.
           05 WS-FRD-NAME-PTS      PIC 9(3) VALUE 40.
           05 WS-FRD-HOLD-SCORE    PIC 9(3) VALUE 60.

      * Contact velocity row - one per phone number or e-mail
      * address a booking has been taken on.
       01 WS-CTCT-REC.
           05 FC-KEY.
               10 FC-TYPE          PIC X.
                   88 FC-PHONE     VALUE 'P'.
                   88 FC-EMAIL     VALUE 'E'.
               10 FC-VALUE         PIC X(30).
           05 FC-FIRST-DATE        PIC X(8).
           05 FC-LAST-DATE         PIC X(8).
           05 FC-DAY-COUNT         PIC 9(3).
           05 FC-TOTAL-COUNT       PIC 9(5).
       01 WS-CTCT-RESP             PIC S9(8) COMP.
       01 WS-CTCT-TYPE             PIC X VALUE SPACE.
       01 WS-CTCT-VALUE            PIC X(30) VALUE SPACES.
       01 WS-DAY-COUNT-MAX         PIC 9(3) VALUE 0.
       01 WS-CONTACT-KNOWN         PIC X VALUE 'N'.

      * Work queue row - the FRAU queue the review desk works.
       01 WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE         PIC X(4).
               10 QU-ADDED         PIC X(14).
               10 QU-PNR           PIC X(6).
           05 QU-REASON            PIC X(2).
           05 QU-STATUS            PIC X.
               88 QU-ST-OPEN       VALUE 'O'.
               88 QU-ST-DONE       VALUE 'C'.
           05 QU-USER              PIC X(8).
           05 QU-DONE-DATE         PIC X(8).
       01 WS-QUEUE-RESP            PIC S9(8) COMP.
       01 WS-BR-EOF                PIC X VALUE 'N'.
       01 WS-REVIEW-STATE          PIC X VALUE SPACE.
           88 WS-REVIEW-NONE       VALUE SPACE.
           88 WS-REVIEW-OPEN       VALUE 'O'.
           88 WS-REVIEW-CLEARED    VALUE 'C'.

      * Departure window work.
       01 WS-DEP-DAYS              PIC S9(7) VALUE 0.
       01 WS-MINS-TO-DEP           PIC S9(9) VALUE 0.
       01 WS-NOW-MINS              PIC 9(4) VALUE 0.
       01 WS-DEP-MINS              PIC 9(4) VALUE 0.

      * Card-holder name work.
       01 WS-TEMP-NAME             PIC X(18).
       01 WS-LAST-NAME             PIC X(16).
       01 WS-CARD-NAME             PIC X(18).
       01 WS-NAME-LEN              PIC 99 VALUE 0.
       01 WS-LAST-START            PIC 99 VALUE 0.
       01 WS-LAST-LEN              PIC 99 VALUE 0.
       01 WS-LAST-IX               PIC 99 VALUE 0.
       01 WS-NAME-HITS             PIC 99 VALUE 0.

       01 WS-REASON-PTR            PIC 99 VALUE 1.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 FS-FUNCTION          PIC X.
               88 FS-FN-SCORE      VALUE 'S'.
               88 FS-FN-QUEUE      VALUE 'Q'.
           05 FS-PNR               PIC X(6).
           05 FS-CHANNEL           PIC X(4).
           05 FS-PHONE             PIC X(14).
           05 FS-EMAIL             PIC X(30).
           05 FS-NAME              PIC X(18).
           05 FS-CARD-NAME         PIC X(18).
           05 FS-DEPDATE           PIC X(8).
           05 FS-DEPTIME           PIC X(4).
           05 FS-AMOUNT            PIC 9(7)V99.
           05 FS-SCORE             PIC 9(3).
           05 FS-RESULT            PIC X.
               88 FS-PASS          VALUE 'P'.
               88 FS-HOLD          VALUE 'H'.
           05 FS-REASONS           PIC X(16).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-CURR-DATE)
                          TIME(WS-CURR-TIME)
           END-EXEC

           EVALUATE TRUE
               WHEN FS-FN-QUEUE
                   PERFORM QUEUE-FOR-REVIEW
               WHEN OTHER
                   PERFORM SCORE-THE-BOOKING
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

      * =======================================================
      *   S - WEIGH THE BOOKING AGAINST THE SCREENING RULES
      * =======================================================
       SCORE-THE-BOOKING.
           MOVE 0 TO FS-SCORE
           MOVE 'P' TO FS-RESULT
           MOVE SPACES TO FS-REASONS
           MOVE 1 TO WS-REASON-PTR

      *    The desk has already looked at this booking - closed
      *    is cleared to charge, still open stays on hold.
           PERFORM FIND-REVIEW-ITEM
           IF WS-REVIEW-CLEARED
               MOVE 'CLEARED' TO FS-REASONS
               EXIT PARAGRAPH
           END-IF
           IF WS-REVIEW-OPEN
               MOVE 'H' TO FS-RESULT
               MOVE 'UNDER REVIEW' TO FS-REASONS
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-SCREENING-PARMS

           PERFORM COUNT-CONTACT-BOOKINGS
           IF WS-DAY-COUNT-MAX > WS-FRD-CNT-MAX
               ADD WS-FRD-CNT-PTS TO FS-SCORE
               STRING 'CNT ' DELIMITED BY SIZE INTO FS-REASONS
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF

           PERFORM CHECK-DEPARTURE-WINDOW

           IF WS-CONTACT-KNOWN = 'N'
              AND FS-AMOUNT NOT < WS-FRD-FARE-MIN
               ADD WS-FRD-FARE-PTS TO FS-SCORE
               STRING 'FAR ' DELIMITED BY SIZE INTO FS-REASONS
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF

           PERFORM CHECK-CARD-HOLDER-NAME

           IF FS-SCORE NOT < WS-FRD-HOLD-SCORE
               MOVE 'H' TO FS-RESULT
           END-IF.

      * =======================================================
      *   LOOK FOR THIS PNR ON THE FRAU QUEUE
      * =======================================================
      *    The queue only ever holds the bookings screening
      *    stopped, so walking it for one PNR stays short. An
      *    open item wins over an older closed one.
       FIND-REVIEW-ITEM.
           MOVE SPACE TO WS-REVIEW-STATE
           MOVE 'N' TO WS-BR-EOF
           MOVE 'FRAU' TO QU-QUEUE
           MOVE LOW-VALUES TO QU-ADDED
           MOVE LOW-VALUES TO QU-PNR

           EXEC CICS
               STARTBR FILE('PNRQUE')
                       RIDFLD(QU-KEY)
                       GTEQ
                       RESP(WS-QUEUE-RESP)
           END-EXEC
           IF WS-QUEUE-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-REVIEW-ITEM
               UNTIL WS-BR-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('PNRQUE')
           END-EXEC.

       READ-NEXT-REVIEW-ITEM.
           EXEC CICS
               READNEXT FILE('PNRQUE')
                        INTO(WS-QUEUE-REC)
                        RIDFLD(QU-KEY)
                        RESP(WS-QUEUE-RESP)
           END-EXEC

           IF WS-QUEUE-RESP NOT = DFHRESP(NORMAL)
              OR QU-QUEUE NOT = 'FRAU'
               MOVE 'Y' TO WS-BR-EOF
               EXIT PARAGRAPH
           END-IF

           IF QU-PNR = FS-PNR
               IF QU-ST-OPEN
                   MOVE 'O' TO WS-REVIEW-STATE
               ELSE
                   IF NOT WS-REVIEW-OPEN
                       MOVE 'C' TO WS-REVIEW-STATE
                   END-IF
               END-IF
           END-IF.

      * =======================================================
      *   LOAD THE SCREENING RULES (DEFAULTS KEPT ON NOTFND)
      * =======================================================
       LOAD-SCREENING-PARMS.
           MOVE 'FRDCNT  ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-CNT-MAX =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'FRDCNTPT' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-CNT-PTS =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'FRDHRS  ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-HRS-MIN =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'FRDHRSPT' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-HRS-PTS =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'FRDFARE ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-FARE-MIN =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'FRDFARPT' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-FARE-PTS =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'FRDNAMPT' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-NAME-PTS =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF

           MOVE 'FRDHOLD ' TO WS-PARM-KEY
           PERFORM GET-SYSTEM-PARM
           IF WS-PARM-RESP = DFHRESP(NORMAL)
              AND PM-VALUE NOT = SPACES
               COMPUTE WS-FRD-HOLD-SCORE =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF.

      * =======================================================
      *   COUNT TODAY'S BOOKINGS ON THE PHONE AND THE E-MAIL
      * =======================================================
      *    Each contact's row is bumped for this booking; the
      *    busier of the two is what the CNT rule weighs. A
      *    contact first seen before today makes the booking a
      *    known customer for the FAR rule.
       COUNT-CONTACT-BOOKINGS.
           MOVE 0 TO WS-DAY-COUNT-MAX
           MOVE 'N' TO WS-CONTACT-KNOWN

           IF FS-PHONE NOT = SPACES AND FS-PHONE NOT = LOW-VALUES
               MOVE 'P' TO WS-CTCT-TYPE
               MOVE FS-PHONE TO WS-CTCT-VALUE
               PERFORM BUMP-CONTACT-COUNT
           END-IF

           IF FS-EMAIL NOT = SPACES AND FS-EMAIL NOT = LOW-VALUES
               MOVE 'E' TO WS-CTCT-TYPE
               MOVE FS-EMAIL TO WS-CTCT-VALUE
               INSPECT WS-CTCT-VALUE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM BUMP-CONTACT-COUNT
           END-IF.

       BUMP-CONTACT-COUNT.
           MOVE WS-CTCT-TYPE TO FC-TYPE
           MOVE WS-CTCT-VALUE TO FC-VALUE

           EXEC CICS
               READ FILE('FRDCTCT')
                    INTO(WS-CTCT-REC)
                    RIDFLD(FC-KEY)
                    UPDATE
                    RESP(WS-CTCT-RESP)
           END-EXEC

           IF WS-CTCT-RESP = DFHRESP(NORMAL)
               IF FC-FIRST-DATE < WS-CURR-DATE
                   MOVE 'Y' TO WS-CONTACT-KNOWN
               END-IF
               IF FC-LAST-DATE = WS-CURR-DATE
                   ADD 1 TO FC-DAY-COUNT
               ELSE
                   MOVE 1 TO FC-DAY-COUNT
                   MOVE WS-CURR-DATE TO FC-LAST-DATE
               END-IF
               ADD 1 TO FC-TOTAL-COUNT
               EXEC CICS
                   REWRITE FILE('FRDCTCT')
                           FROM(WS-CTCT-REC)
                           RESP(WS-CTCT-RESP)
               END-EXEC
           ELSE
               MOVE WS-CTCT-TYPE TO FC-TYPE
               MOVE WS-CTCT-VALUE TO FC-VALUE
               MOVE WS-CURR-DATE TO FC-FIRST-DATE
               MOVE WS-CURR-DATE TO FC-LAST-DATE
               MOVE 1 TO FC-DAY-COUNT
               MOVE 1 TO FC-TOTAL-COUNT
               EXEC CICS
                   WRITE FILE('FRDCTCT')
                         FROM(WS-CTCT-REC)
                         RIDFLD(FC-KEY)
                         RESP(WS-CTCT-RESP)
               END-EXEC
           END-IF

           IF FC-DAY-COUNT > WS-DAY-COUNT-MAX
               MOVE FC-DAY-COUNT TO WS-DAY-COUNT-MAX
           END-IF.

      * =======================================================
      *   DEPARTURE INSIDE THE WINDOW AFTER PURCHASE
      * =======================================================
       CHECK-DEPARTURE-WINDOW.
           IF FS-DEPDATE NOT NUMERIC OR WS-CURR-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEP-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FS-DEPDATE))
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURR-DATE))

           COMPUTE WS-NOW-MINS =
               FUNCTION NUMVAL(WS-CURR-TIME(1:2)) * 60
             + FUNCTION NUMVAL(WS-CURR-TIME(3:2))
           IF FS-DEPTIME NUMERIC
               COMPUTE WS-DEP-MINS =
                   FUNCTION NUMVAL(FS-DEPTIME(1:2)) * 60
                 + FUNCTION NUMVAL(FS-DEPTIME(3:2))
           ELSE
               MOVE 0 TO WS-DEP-MINS
           END-IF

           COMPUTE WS-MINS-TO-DEP =
               WS-DEP-DAYS * 1440 + WS-DEP-MINS - WS-NOW-MINS

           IF WS-MINS-TO-DEP < WS-FRD-HRS-MIN * 60
               ADD WS-FRD-HRS-PTS TO FS-SCORE
               STRING 'DEP ' DELIMITED BY SIZE INTO FS-REASONS
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.

      * =======================================================
      *   CARD HOLDER MUST CARRY THE PASSENGER'S SURNAME
      * =======================================================
      *    The surname is the last word of the passenger name,
      *    the same way the booking derives PR-LAST-NAME; the
      *    card name may be initials and surname in any order.
       CHECK-CARD-HOLDER-NAME.
           IF FS-CARD-NAME = SPACES OR FS-CARD-NAME = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LAST-NAME
           MOVE 0 TO WS-LAST-LEN
           MOVE FUNCTION TRIM(FS-NAME) TO WS-TEMP-NAME
           MOVE 1 TO WS-LAST-START

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
               TO WS-LAST-NAME

           MOVE FS-CARD-NAME TO WS-CARD-NAME
           INSPECT WS-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-CARD-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 0 TO WS-NAME-HITS
           INSPECT WS-CARD-NAME TALLYING WS-NAME-HITS
               FOR ALL WS-LAST-NAME(1:WS-LAST-LEN)

           IF WS-NAME-HITS = 0
               ADD WS-FRD-NAME-PTS TO FS-SCORE
               STRING 'NAM ' DELIMITED BY SIZE INTO FS-REASONS
                   WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.

       FIND-NAME-END.
           SUBTRACT 1 FROM WS-NAME-LEN.

       FIND-LAST-WORD.
           SUBTRACT 1 FROM WS-LAST-IX.

      * =======================================================
      *   Q - PUT THE HELD BOOKING ON THE FRAU QUEUE
      * =======================================================
      *    Reason FS (fraud screen). A booking already waiting
      *    on the desk is not queued twice.
       QUEUE-FOR-REVIEW.
           PERFORM FIND-REVIEW-ITEM
           IF WS-REVIEW-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-QUEUE-REC
           MOVE 'FRAU' TO QU-QUEUE
           MOVE WS-CURR-DATE TO QU-ADDED(1:8)
           MOVE WS-CURR-TIME TO QU-ADDED(9:6)
           MOVE FS-PNR TO QU-PNR
           MOVE 'FS' TO QU-REASON
           MOVE 'O' TO QU-STATUS

           EXEC CICS
               WRITE FILE('PNRQUE')
                     FROM(WS-QUEUE-REC)
                     RIDFLD(QU-KEY)
                     RESP(WS-QUEUE-RESP)
           END-EXEC.

      * =======================================================
      *   READ ONE SYSTEM PARAMETER (DEFAULT KEPT ON NOTFND)
      * =======================================================
       GET-SYSTEM-PARM.
           EXEC CICS
               READ FILE('PARMFIL')
                    INTO(WS-PARM-REC)
                    RIDFLD(WS-PARM-KEY)
                    RESP(WS-PARM-RESP)
           END-EXEC.
