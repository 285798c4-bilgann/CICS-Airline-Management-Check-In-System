       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYEXP.

      * =======================================================
      *   LOYALTY MILEAGE EXPIRY FOR INACTIVE MEMBERS
      * =======================================================
      *   Takes the period on SYSIN (YYYYMM). A member whose
      *   last accrual or redemption on LOYHIST is LOYINACT
      *   months old (PARMFIL, 36 by default) has a month's
      *   warning sent through the SCNOTIFY feed when the
      *   dormancy reaches one month short of the limit, and the
      *   period the miles go is remembered on LOYEXPW. Any
      *   accrual or redemption since the warning cancels it. At
      *   the deadline the whole balance is written off - LOYFIL
      *   goes to zero and a J adjustment is appended to LOYHIST
      *   with reason EXPIRY - and finance gets the miles
      *   expired off the report. Adjustments, including the
      *   expiry itself, are not activity.
      *
      *   A member with a balance but no activity on the history
      *   at all is dormant past the limit and is warned on the
      *   first run; nobody is expired without a warning a month
      *   ahead. The warning goes to the phone and email on the
      *   member's latest booking, the loyalty master never
      *   carried contacts; a member with none is listed as not
      *   told, and the deadline still stands.
      *
      *   Each member's last activity is built up first on the
      *   keyed work file LOYXACT so the LOYFIL sweep is a random
      *   read per member. A period is run once - RUNCTL refuses
      *   a second run for the same period.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO LOYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ACT-FILE ASSIGN TO LOYXACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-FF-NUMBER
               FILE STATUS IS WS-ACT-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO LOYFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LY-FF-NUMBER
               FILE STATUS IS WS-LOY-STATUS.

           SELECT WARN-FILE ASSIGN TO LOYEXPW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EW-FF-NUMBER
               FILE STATUS IS WS-WARN-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT NOTIFY-OUT ASSIGN TO SCNOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXPIRY-RPT ASSIGN TO LOYXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Loyalty history - read for activity, then reopened
      * EXTEND for the expiry adjustments.
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
      *    An adjustment carries its reason code here.
           05 LH-REASON REDEFINES LH-PNR
                                    PIC X(6).
           05 LH-PROGRAM            PIC X(4).

      *   Work file - each member's latest activity and the
      *   latest booking seen with it.
       FD  ACT-FILE.
       01  WS-ACT-REC.
           05 AC-FF-NUMBER          PIC X(10).
           05 AC-LAST-DATE          PIC X(8).
           05 AC-LAST-PNR           PIC X(6).

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

      *   One row per member warned - the last activity the
      *   warning was about and the period the miles go.
       FD  WARN-FILE.
       01  WS-WARN-REC.
           05 EW-FF-NUMBER          PIC X(10).
           05 EW-WARN-DATE          PIC X(8).
           05 EW-LAST-DATE          PIC X(8).
           05 EW-DEADLINE           PIC X(6).
           05 EW-MILES              PIC 9(7).

      *   Only the phone and email matter here.
       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                PIC X(6).
           05 FILLER                PIC X(782).
           05 PR-PHONE              PIC X(14).
           05 PR-EMAIL              PIC X(30).
           05 FILLER                PIC X(60).

       FD  NOTIFY-OUT
           RECORDING MODE IS F.
       01  WS-NOTIFY-REC.
           05 NT-PNR                 PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 NT-MESSAGE             PIC X(90).
           05 NT-PHONE               PIC X(14).
           05 NT-EMAIL               PIC X(30).
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

       FD  EXPIRY-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      *   Run-control record - one row per period run.
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

       WORKING-STORAGE SECTION.

       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RC-DATE                 PIC X(8) VALUE SPACES.
       01 WS-RC-TIME                 PIC X(6) VALUE SPACES.
       01 WS-RC-TODAY.
           05 WS-RC-YY               PIC 9(2).
           05 WS-RC-MM               PIC 9(2).
           05 WS-RC-DD               PIC 9(2).
       01 WS-RC-TODAY-TIME.
           05 WS-RC-HH               PIC 9(2).
           05 WS-RC-MN               PIC 9(2).
           05 WS-RC-SS               PIC 9(2).
           05 FILLER                 PIC 9(2).

       01 WS-HIST-STATUS             PIC X(2) VALUE SPACES.
       01 WS-ACT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ACT-OK              VALUE '00'.
       01 WS-LOY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-LOY-OK              VALUE '00'.
       01 WS-WARN-STATUS             PIC X(2) VALUE SPACES.
           88 WS-WARN-OK             VALUE '00'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
       01 WS-NOTIFY-STATUS           PIC X(2) VALUE SPACES.
       01 WS-PARM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PARM-OK             VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
       01 WS-LOY-EOF-SW              PIC X VALUE 'N'.
           88 WS-LOY-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-PERIOD               PIC X(6).

       01 WS-SEL-PERIOD               PIC X(6) VALUE SPACES.
       01 WS-SEL-PERIOD-NUM REDEFINES WS-SEL-PERIOD.
           05 WS-SEL-YYYY             PIC 9(4).
           05 WS-SEL-MM               PIC 9(2).

      * Dormancy limit in months, LOYINACT on PARMFIL.
       01 WS-INACTIVE-MONTHS          PIC 9(3) VALUE 36.

      * Periods worked as a month count (year x 12 + month).
       01 WS-SEL-MONTHS               PIC 9(6) VALUE 0.
       01 WS-ACT-MONTHS               PIC 9(6) VALUE 0.
       01 WS-IDLE-MONTHS              PIC 9(6) VALUE 0.
       01 WS-NEXT-MONTHS              PIC 9(6) VALUE 0.
       01 WS-LAST-DATE                PIC X(8) VALUE SPACES.
       01 WS-LAST-DATE-NUM REDEFINES WS-LAST-DATE.
           05 WS-LAST-YYYY            PIC 9(4).
           05 WS-LAST-MM              PIC 9(2).
           05 WS-LAST-DD              PIC 9(2).
       01 WS-LAST-PNR                 PIC X(6) VALUE SPACES.
       01 WS-DEADLINE                 PIC X(6) VALUE SPACES.
       01 WS-DEADLINE-NUM REDEFINES WS-DEADLINE.
           05 WS-DEADLINE-YYYY        PIC 9(4).
           05 WS-DEADLINE-MM          PIC 9(2).

       01 WS-WARNED-SW                PIC X VALUE 'N'.
           88 WS-WARNED               VALUE 'Y'.
       01 WS-CONTACT-FOUND            PIC X VALUE 'N'.
       01 WS-MILES-DISP               PIC ZZZZZZ9.

       01 WS-WARN-COUNT               PIC 9(5) VALUE 0.
       01 WS-UNTOLD-COUNT             PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT            PIC 9(5) VALUE 0.
       01 WS-LAPSED-COUNT             PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT            PIC 9(5) VALUE 0.
       01 WS-MILES-EXPIRED            PIC 9(11) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'LOYALTY MILEAGE EXPIRY - PERIOD     '.
           05 HD-PERIOD               PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(21)
               VALUE 'INACTIVITY LIMIT:    '.
           05 HD-MONTHS               PIC ZZ9.
           05 FILLER                  PIC X(7) VALUE ' MONTHS'.

       01 WS-HEADING-3.
           05 FILLER                  PIC X(12) VALUE 'FF NUMBER'.
           05 FILLER                  PIC X(10) VALUE 'LAST ACT'.
           05 FILLER                  PIC X(9) VALUE '    MILES'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-FF-NUMBER            PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-LAST-DATE            PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-MILES                PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(40).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'MEMBERS WARNED:        '.
           05 TL-WARNED               PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'WARNED - NO CONTACT:   '.
           05 TL-UNTOLD               PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'WARNINGS OUTSTANDING:  '.
           05 TL-PENDING              PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'WARNINGS LIFTED:       '.
           05 TL-LAPSED               PIC ZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE 'MEMBERS EXPIRED:       '.
           05 TL-EXPIRED              PIC ZZZZ9.

       01 WS-TOTAL-LINE-6.
           05 FILLER                  PIC X(24)
               VALUE 'MILES EXPIRED:         '.
           05 TL-MILES                PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-BUILD-LAST-ACTIVITY
           PERFORM 3000-START-MEMBER-SWEEP
           PERFORM 4000-CHECK-MEMBER UNTIL WS-LOY-DONE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-PERIOD TO WS-SEL-PERIOD
           COMPUTE WS-SEL-MONTHS = WS-SEL-YYYY * 12 + WS-SEL-MM

           PERFORM 1050-CHECK-RUN-CONTROL

           OPEN INPUT PARM-FILE
           MOVE 'LOYINACT' TO PM-NAME
           READ PARM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK AND PM-VALUE NOT = SPACES
               COMPUTE WS-INACTIVE-MONTHS = FUNCTION NUMVAL(PM-VALUE)
           END-IF
           CLOSE PARM-FILE

           OPEN I-O LOYALTY-FILE
           OPEN I-O WARN-FILE
           OPEN INPUT PNR-FILE
           OPEN EXTEND NOTIFY-OUT
           OPEN OUTPUT EXPIRY-RPT

           MOVE WS-SEL-PERIOD TO HD-PERIOD
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE WS-INACTIVE-MONTHS TO HD-MONTHS
           WRITE WS-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-3.

      * =======================================================
      *   EACH MEMBER'S LAST ACCRUAL OR REDEMPTION
      * =======================================================
       2000-BUILD-LAST-ACTIVITY.
           OPEN OUTPUT ACT-FILE
           CLOSE ACT-FILE
           OPEN I-O ACT-FILE
           OPEN INPUT HIST-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-READ-HIST
           PERFORM 2100-NOTE-ACTIVITY UNTIL WS-EOF
           CLOSE HIST-FILE
           OPEN EXTEND HIST-FILE.

       2100-NOTE-ACTIVITY.
           IF (LH-ACCRUAL OR LH-REDEMPTION OR LH-PARTNER-ACCRUAL)
              AND LH-DATE NUMERIC
               PERFORM 2200-UPDATE-ACTIVITY
           END-IF

           PERFORM 8000-READ-HIST.

       2200-UPDATE-ACTIVITY.
           MOVE LH-FF-NUMBER TO AC-FF-NUMBER
           READ ACT-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT WS-ACT-OK
               MOVE LH-FF-NUMBER TO AC-FF-NUMBER
               MOVE LH-DATE TO AC-LAST-DATE
               MOVE SPACES TO AC-LAST-PNR
               IF NOT LH-PARTNER-ACCRUAL
                   MOVE LH-PNR TO AC-LAST-PNR
               END-IF
               WRITE WS-ACT-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EXIT PARAGRAPH
           END-IF

           IF LH-DATE >= AC-LAST-DATE
               MOVE LH-DATE TO AC-LAST-DATE
           END-IF
           IF NOT LH-PARTNER-ACCRUAL AND LH-PNR NOT = SPACES
               MOVE LH-PNR TO AC-LAST-PNR
           END-IF
           REWRITE WS-ACT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      * =======================================================
      *   SWEEP THE LOYALTY MASTER
      * =======================================================
       3000-START-MEMBER-SWEEP.
           MOVE LOW-VALUES TO LY-FF-NUMBER
           START LOYALTY-FILE KEY >= LY-FF-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-LOY-EOF-SW
           END-START.

       4000-CHECK-MEMBER.
           READ LOYALTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOY-EOF-SW
           END-READ
           IF WS-LOY-DONE
               EXIT PARAGRAPH
           END-IF
           IF LY-ST-CLOSED OR LY-MILES = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LY-FF-NUMBER TO AC-FF-NUMBER
           READ ACT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACT-OK
               MOVE AC-LAST-DATE TO WS-LAST-DATE
               MOVE AC-LAST-PNR TO WS-LAST-PNR
               COMPUTE WS-ACT-MONTHS =
                   WS-LAST-YYYY * 12 + WS-LAST-MM
               IF WS-ACT-MONTHS > WS-SEL-MONTHS
                   MOVE 0 TO WS-IDLE-MONTHS
               ELSE
                   COMPUTE WS-IDLE-MONTHS =
                       WS-SEL-MONTHS - WS-ACT-MONTHS
               END-IF
           ELSE
               MOVE '00000000' TO WS-LAST-DATE
               MOVE SPACES TO WS-LAST-PNR
               MOVE WS-SEL-MONTHS TO WS-IDLE-MONTHS
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE LY-FF-NUMBER TO DT-FF-NUMBER
           MOVE WS-LAST-DATE TO DT-LAST-DATE
           MOVE LY-MILES TO DT-MILES

           PERFORM 4100-READ-WARNING

           IF WS-WARNED
               IF WS-SEL-PERIOD >= EW-DEADLINE
                   PERFORM 6000-EXPIRE-MILES
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-IDLE-MONTHS + 1 >= WS-INACTIVE-MONTHS
               PERFORM 5000-WARN-MEMBER
           END-IF.

      *    A warning about an older dormancy is void - the member
      *    has earned or spent since, so the clock has restarted.
       4100-READ-WARNING.
           MOVE 'N' TO WS-WARNED-SW
           MOVE LY-FF-NUMBER TO EW-FF-NUMBER
           READ WARN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-WARN-OK
               EXIT PARAGRAPH
           END-IF

           IF EW-LAST-DATE = WS-LAST-DATE
               MOVE 'Y' TO WS-WARNED-SW
           ELSE
               DELETE WARN-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'ACTIVE AGAIN - WARNING LIFTED' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-LAPSED-COUNT
           END-IF.

      * =======================================================
      *   ONE MONTH'S WARNING BEFORE THE MILES GO
      * =======================================================
       5000-WARN-MEMBER.
           COMPUTE WS-NEXT-MONTHS = WS-SEL-MONTHS + 1
           COMPUTE WS-DEADLINE-YYYY = (WS-NEXT-MONTHS - 1) / 12
           COMPUTE WS-DEADLINE-MM =
               WS-NEXT-MONTHS - WS-DEADLINE-YYYY * 12

           MOVE LY-FF-NUMBER TO EW-FF-NUMBER
           MOVE WS-RC-DATE TO EW-WARN-DATE
           MOVE WS-LAST-DATE TO EW-LAST-DATE
           MOVE WS-DEADLINE TO EW-DEADLINE
           MOVE LY-MILES TO EW-MILES
           WRITE WS-WARN-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-WARN-COUNT

           PERFORM 5200-FETCH-BOOKING-CONTACT
           IF WS-CONTACT-FOUND = 'N'
               STRING 'WARNED - NO CONTACT, EXPIRES ' WS-DEADLINE
                   DELIMITED BY SIZE INTO DT-RESULT
               END-STRING
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-UNTOLD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE LY-MILES TO WS-MILES-DISP
           MOVE SPACES TO WS-NOTIFY-REC
           MOVE WS-LAST-PNR TO NT-PNR
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL
           STRING 'FF ' LY-FF-NUMBER
                  ' YOUR' WS-MILES-DISP
                  ' MILES EXPIRE IN ' WS-DEADLINE
                  ' - EARN OR REDEEM MILES TO KEEP THEM.'
               DELIMITED BY SIZE INTO NT-MESSAGE
           END-STRING
           MOVE 'LOYEXPW ' TO NT-EVENT
           WRITE WS-NOTIFY-REC

           STRING 'WARNED - EXPIRES ' WS-DEADLINE
               DELIMITED BY SIZE INTO DT-RESULT
           END-STRING
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      *    Raises WS-CONTACT-FOUND only when the booking is on
      *    file and carries at least one way to reach the member.
       5200-FETCH-BOOKING-CONTACT.
           MOVE 'N' TO WS-CONTACT-FOUND

           IF WS-LAST-PNR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LAST-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-PNR-OK
              AND (PR-PHONE NOT = SPACES
                   OR PR-EMAIL NOT = SPACES)
               MOVE 'Y' TO WS-CONTACT-FOUND
           END-IF.

      * =======================================================
      *   THE DEADLINE HAS COME - WRITE THE BALANCE OFF
      * =======================================================
       6000-EXPIRE-MILES.
           MOVE SPACES TO WS-HIST-REC
           MOVE LY-FF-NUMBER TO LH-FF-NUMBER
           MOVE 'J' TO LH-TYPE
           MOVE LY-MILES TO LH-MILES
           MOVE WS-RC-DATE TO LH-DATE
           MOVE WS-RC-TIME TO LH-TIME
           MOVE 'EXPIRY' TO LH-REASON
           MOVE 'LOYX' TO LH-PROGRAM
           WRITE WS-HIST-REC

           ADD LY-MILES TO WS-MILES-EXPIRED
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE 'EXPIRED' TO DT-RESULT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           MOVE 0 TO LY-MILES
           REWRITE WS-LOY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           DELETE WARN-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-WARN-COUNT TO TL-WARNED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-UNTOLD-COUNT TO TL-UNTOLD
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-PENDING-COUNT TO TL-PENDING
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-LAPSED-COUNT TO TL-LAPSED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-EXPIRED-COUNT TO TL-EXPIRED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-MILES-EXPIRED TO TL-MILES
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-6

           CLOSE HIST-FILE
           CLOSE ACT-FILE
           CLOSE LOYALTY-FILE
           CLOSE WARN-FILE
           CLOSE PNR-FILE
           CLOSE NOTIFY-OUT
           CLOSE EXPIRY-RPT

           PERFORM 9050-STAMP-RUN-CONTROL.

       8000-READ-HIST.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - REFUSE A SECOND RUN FOR THE PERIOD
      * =======================================================
       1050-CHECK-RUN-CONTROL.
           ACCEPT WS-RC-TODAY FROM DATE
           MOVE '20' TO WS-RC-DATE(1:2)
           MOVE WS-RC-YY TO WS-RC-DATE(3:2)
           MOVE WS-RC-MM TO WS-RC-DATE(5:2)
           MOVE WS-RC-DD TO WS-RC-DATE(7:2)
           ACCEPT WS-RC-TODAY-TIME FROM TIME
           MOVE WS-RC-HH TO WS-RC-TIME(1:2)
           MOVE WS-RC-MN TO WS-RC-TIME(3:2)
           MOVE WS-RC-SS TO WS-RC-TIME(5:2)

           OPEN I-O RUNCTL-FILE
           MOVE 'LOYEXP  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-SEL-PERIOD TO RC-QUALIFIER(1:6)
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               DISPLAY 'LOYEXP PERIOD ' WS-SEL-PERIOD
                       ' ALREADY RUN - RUN REFUSED'
               CLOSE RUNCTL-FILE
               STOP RUN
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE PERIOD RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           MOVE 'LOYEXP  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-SEL-PERIOD TO RC-QUALIFIER(1:6)
           MOVE WS-RC-DATE TO RC-LAST-DATE
           MOVE WS-RC-TIME TO RC-LAST-TIME
           MOVE 'C' TO RC-STATUS
           WRITE WS-RUNCTL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE RUNCTL-FILE.
