       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTNACC.

      * =======================================================
      *   PARTNER LOYALTY ACCRUAL POSTING
      * =======================================================
      *   The hotel, car and card partners buy miles for our
      *   members and send what they owe down one feed, PTNIN -
      *   one line per activity: partner code, the member's FF
      *   number, the activity date, the miles and the partner's
      *   own reference for the line. Each line is checked
      *   against LOYFIL; an enrolled, open member has the miles
      *   added to the balance (crossing a threshold promotes the
      *   tier exactly as LOYACC does) and a P record appended to
      *   LOYHIST carrying the partner code, which is what the
      *   statement run and the PTNBIL billing report read.
      *
      *   PTNXREF remembers every partner reference posted, so a
      *   line the partner resends is acknowledged again and not
      *   paid twice. Every line gets one PTNACK record back: A
      *   accepted, or R rejected with the reason - an unknown or
      *   closed member goes back to the partner to correct.
      *
      *   Partners send as often as they like, so there is no
      *   same-day refusal - the RUNCTL stamp just shows when the
      *   feed was last drained.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTN-IN ASSIGN TO PTNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT ACK-OUT ASSIGN TO PTNACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT PTX-FILE ASSIGN TO PTNXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-PTX-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO LOYFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LY-FF-NUMBER
               FILE STATUS IS WS-LOY-STATUS.

           SELECT HIST-FILE ASSIGN TO LOYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PTN-RPT ASSIGN TO PTNARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   One partner activity line.
       FD  PTN-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-PARTNER              PIC X(6).
           05 IN-FF-NUMBER            PIC X(10).
           05 IN-ACT-DATE             PIC X(8).
           05 IN-MILES                PIC 9(7).
           05 IN-PARTNER-REF          PIC X(12).

      *   Acknowledgement back to the partner, one per line.
       FD  ACK-OUT
           RECORDING MODE IS F.
       01  WS-ACK-REC.
           05 AK-PARTNER              PIC X(6).
           05 AK-PARTNER-REF          PIC X(12).
           05 AK-FF-NUMBER            PIC X(10).
           05 AK-MILES                PIC 9(7).
           05 AK-RESULT               PIC X(1).
               88 AK-ACCEPTED         VALUE 'A'.
               88 AK-REJECTED         VALUE 'R'.
           05 AK-REASON               PIC X(30).

      *   Every partner line already posted, keyed partner and
      *   the partner's reference.
       FD  PTX-FILE.
       01  WS-PTX-REC.
           05 PX-KEY.
               10 PX-PARTNER          PIC X(6).
               10 PX-PARTNER-REF      PIC X(12).
           05 PX-FF-NUMBER            PIC X(10).
           05 PX-ACT-DATE             PIC X(8).
           05 PX-MILES                PIC 9(7).
           05 PX-POST-DATE            PIC X(8).

      * Loyalty master - one record per enrolled FF number.
       FD  LOYALTY-FILE.
       01  WS-LOY-REC.
           05 LY-FF-NUMBER          PIC X(10).
           05 LY-TIER               PIC X.
               88 LY-TIER-GOLD      VALUE 'G'.
               88 LY-TIER-SILVER    VALUE 'S'.
               88 LY-TIER-BRONZE    VALUE 'B'.
           05 LY-MILES              PIC 9(7).
           05 LY-STATUS             PIC X.
               88 LY-ST-ACTIVE      VALUE 'A'.
               88 LY-ST-CLOSED      VALUE 'C'.

      * Loyalty history - this job appends a P record per partner
      * line it posts.
       FD  HIST-FILE.
       01  WS-HIST-REC.
           05 LH-FF-NUMBER          PIC X(10).
           05 LH-TYPE               PIC X.
               88 LH-ACCRUAL        VALUE 'A'.
               88 LH-REDEMPTION     VALUE 'R'.
               88 LH-ADJUSTMENT     VALUE 'J'.
               88 LH-PARTNER-ACCRUAL VALUE 'P'.
           05 LH-MILES              PIC 9(7).
           05 LH-DATE               PIC X(8).
           05 LH-TIME               PIC X(6).
           05 LH-PNR                PIC X(6).
      *    A partner accrual carries the partner's code here.
           05 LH-PARTNER REDEFINES LH-PNR
                                    PIC X(6).
           05 LH-PROGRAM            PIC X(4).

       FD  PTN-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Run-control record - stamped at the end of the run.
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS               PIC X(2) VALUE SPACES.
       01 WS-ACK-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-HIST-STATUS             PIC X(2) VALUE SPACES.
       01 WS-PTX-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PTX-OK              VALUE '00'.
       01 WS-LOY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-LOY-OK              VALUE '00'.
       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME                PIC X(6) VALUE SPACES.
       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-TODAY-TIME.
           05 WS-TODAY-HH             PIC 9(2).
           05 WS-TODAY-MN             PIC 9(2).
           05 WS-TODAY-SS             PIC 9(2).
           05 WS-TODAY-CC             PIC 9(2).

      * The balances at which a tier is promoted - LOYACC's.
       01 WS-SILVER-THRESHOLD         PIC 9(7) VALUE 25000.
       01 WS-GOLD-THRESHOLD           PIC 9(7) VALUE 50000.

       01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.

       01 WS-LINE-COUNT              PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT            PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT         PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01 WS-PROMOTED-COUNT          PIC 9(5) VALUE 0.
       01 WS-MILES-POSTED            PIC 9(9) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'PARTNER LOYALTY ACCRUAL - POSTED ON'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'PARTNER'.
           05 FILLER                  PIC X(13) VALUE 'REFERENCE'.
           05 FILLER                  PIC X(11) VALUE 'FF NUMBER'.
           05 FILLER                  PIC X(9) VALUE 'ACT DATE'.
           05 FILLER                  PIC X(9) VALUE '   MILES'.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-PARTNER              PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PARTNER-REF          PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-FF-NUMBER            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ACT-DATE             PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-MILES                PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(9) VALUE 'POSTED: '.
           05 TL-POSTED               PIC ZZZZ9.
           05 FILLER                  PIC X(14)
               VALUE '  DUPLICATES: '.
           05 TL-DUPLICATES           PIC ZZZZ9.
           05 FILLER                  PIC X(13)
               VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'TIERS PROMOTED:        '.
           05 TL-PROMOTED             PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'MILES POSTED:          '.
           05 TL-MILES                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-LINE UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-HH TO WS-CURR-TIME(1:2)
           MOVE WS-TODAY-MN TO WS-CURR-TIME(3:2)
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN INPUT PTN-IN
           OPEN OUTPUT ACK-OUT
           OPEN I-O PTX-FILE
           OPEN I-O LOYALTY-FILE
           OPEN EXTEND HIST-FILE
           OPEN OUTPUT PTN-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-LINE.

      * =======================================================
      *   CHECK AND POST ONE PARTNER LINE
      * =======================================================
       2000-PROCESS-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-PARTNER TO DT-PARTNER
           MOVE IN-PARTNER-REF TO DT-PARTNER-REF
           MOVE IN-FF-NUMBER TO DT-FF-NUMBER
           MOVE IN-ACT-DATE TO DT-ACT-DATE

           MOVE SPACES TO WS-ACK-REC
           MOVE IN-PARTNER TO AK-PARTNER
           MOVE IN-PARTNER-REF TO AK-PARTNER-REF
           MOVE IN-FF-NUMBER TO AK-FF-NUMBER
           MOVE ZERO TO AK-MILES
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2100-VALIDATE-LINE
           IF WS-REJECT-REASON = SPACES
               MOVE IN-MILES TO DT-MILES
               MOVE IN-MILES TO AK-MILES
               PERFORM 3000-POST-PARTNER-MILES
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO AK-RESULT
               MOVE WS-REJECT-REASON TO AK-REASON
               MOVE WS-REJECT-REASON TO DT-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'A' TO AK-RESULT
           END-IF

           WRITE WS-ACK-REC
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 8000-READ-LINE.

       2100-VALIDATE-LINE.
           IF IN-PARTNER = SPACES OR IN-PARTNER-REF = SPACES
               MOVE 'PARTNER REFERENCE MISSING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF IN-FF-NUMBER = SPACES
               MOVE 'FF NUMBER MISSING' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF IN-MILES NOT NUMERIC OR IN-MILES = ZERO
               MOVE 'MILES MISSING OR INVALID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF IN-ACT-DATE NOT NUMERIC
               MOVE 'ACTIVITY DATE INVALID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF IN-ACT-DATE > WS-CURR-DATE
               MOVE 'ACTIVITY DATE IN THE FUTURE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE IN-FF-NUMBER TO LY-FF-NUMBER
           READ LOYALTY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-LOY-OK
               MOVE 'FF NUMBER NOT ENROLLED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF LY-ST-CLOSED
               MOVE 'MEMBER ACCOUNT CLOSED' TO WS-REJECT-REASON
           END-IF.

      * =======================================================
      *   POST THE MILES - BALANCE, HISTORY AND THE XREF
      * =======================================================
      *    A reference already posted is the partner resending -
      *    it is acknowledged again and nothing is posted twice.
       3000-POST-PARTNER-MILES.
           MOVE IN-PARTNER TO PX-PARTNER
           MOVE IN-PARTNER-REF TO PX-PARTNER-REF
           READ PTX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PTX-OK
               MOVE 'ALREADY POSTED' TO AK-REASON
               MOVE 'DUPLICATE - ALREADY POSTED' TO DT-RESULT
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD IN-MILES TO LY-MILES
           ADD IN-MILES TO WS-MILES-POSTED
           PERFORM 3500-CHECK-TIER-PROMOTION
           REWRITE WS-LOY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           PERFORM 3700-WRITE-PARTNER-HISTORY

           MOVE IN-PARTNER TO PX-PARTNER
           MOVE IN-PARTNER-REF TO PX-PARTNER-REF
           MOVE IN-FF-NUMBER TO PX-FF-NUMBER
           MOVE IN-ACT-DATE TO PX-ACT-DATE
           MOVE IN-MILES TO PX-MILES
           MOVE WS-CURR-DATE TO PX-POST-DATE
           WRITE WS-PTX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-POSTED-COUNT.

       3500-CHECK-TIER-PROMOTION.
           EVALUATE TRUE
               WHEN LY-MILES >= WS-GOLD-THRESHOLD
                    AND NOT LY-TIER-GOLD
                   MOVE 'G' TO LY-TIER
                   MOVE 'POSTED - PROMOTED TO GOLD' TO DT-RESULT
                   ADD 1 TO WS-PROMOTED-COUNT
               WHEN LY-MILES >= WS-SILVER-THRESHOLD
                    AND NOT LY-TIER-GOLD AND NOT LY-TIER-SILVER
                   MOVE 'S' TO LY-TIER
                   MOVE 'POSTED - PROMOTED TO SILVER' TO DT-RESULT
                   ADD 1 TO WS-PROMOTED-COUNT
               WHEN OTHER
                   MOVE 'POSTED' TO DT-RESULT
           END-EVALUATE.

      *    Dated the day the miles were issued - that is the
      *    month the partner is billed in.
       3700-WRITE-PARTNER-HISTORY.
           MOVE SPACES TO WS-HIST-REC
           MOVE IN-FF-NUMBER TO LH-FF-NUMBER
           MOVE 'P' TO LH-TYPE
           MOVE IN-MILES TO LH-MILES
           MOVE WS-CURR-DATE TO LH-DATE
           MOVE WS-CURR-TIME TO LH-TIME
           MOVE IN-PARTNER TO LH-PARTNER
           MOVE 'PTNA' TO LH-PROGRAM
           WRITE WS-HIST-REC.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-POSTED-COUNT TO TL-POSTED
           MOVE WS-DUPLICATE-COUNT TO TL-DUPLICATES
           MOVE WS-REJECT-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-PROMOTED-COUNT TO TL-PROMOTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-MILES-POSTED TO TL-MILES
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3

           CLOSE PTN-IN
           CLOSE ACK-OUT
           CLOSE PTX-FILE
           CLOSE LOYALTY-FILE
           CLOSE HIST-FILE
           CLOSE PTN-RPT.

       8000-READ-LINE.
           READ PTN-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE
           MOVE 'PTNACC  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
           END-IF
           MOVE 'PTNACC  ' TO RC-JOB
           MOVE WS-CURR-DATE TO RC-LAST-DATE
           MOVE WS-CURR-TIME TO RC-LAST-TIME
           MOVE 'C' TO RC-STATUS
           IF WS-RUN-FOUND = 'Y'
               REWRITE WS-RUNCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-RUNCTL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE RUNCTL-FILE.
