      *   stranger reaching the manifest. APISEX appends each
      *   flight's assigned crew to the APIS manifest from this
      *   file.
      *
      *   An assignment must also leave the crew member legal.
      *   Their sectors come from CRWXASG (crew id + date +
      *   flight, kept here alongside CRWASG and rebuilt by
      *   CRXBD), timed from FLSRFIL with the FLTOPS actuals
      *   taking over once flown. A duty day runs from report
      *   (CRWRPT minutes before the first departure) to release
      *   (CRWRLS minutes after the last arrival). Adding the new
      *   sector must keep duty and flight time within the day,
      *   7-day and 28-day limits for every window it falls in,
      *   and the rest either side of that duty day at or above
      *   CRWREST. Limits are minutes on PARMFIL, defaults held
      *   below. CRWLGL reports crew a delay has since made
      *   illegal.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS CR-ID
               FILE STATUS IS WS-CRW-STATUS.

           SELECT XASG-FILE ASSIGN TO CRWXASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XA-KEY
               FILE STATUS IS WS-XAS-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT OPS-FILE ASSIGN TO FLTOPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPS-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ASGN-RPT ASSIGN TO CRASRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               88 CR-ST-ACTIVE        VALUE 'A' SPACE.
               88 CR-ST-LEFT          VALUE 'L'.

      *   Crew access path into CRWASG - one record per crew id,
      *   date and flight.
       FD  XASG-FILE.
       01  WS-XASG-REC.
           05 XA-KEY.
               10 XA-ID               PIC X(6).
               10 XA-DATE             PIC X(8).
               10 XA-FLTNUM           PIC X(5).

       FD  FLSR-FILE.
       01  WS-FLSR-REC.
           05 WR-FLTNUM              PIC X(5).
           05 WR-ORIG                PIC X(3).
           05 WR-DATE                PIC X(8).
           05 WR-DEST                PIC X(3).
           05 WR-DEPTIME              PIC X(4).
           05 WR-STATUS              PIC X(1).
               88 WR-ST-ONTIME       VALUE SPACE 'O'.
               88 WR-ST-DELAYED      VALUE 'D'.
               88 WR-ST-CANCELLED    VALUE 'C'.
           05 WR-ACFT-TYPE           PIC X(3).
           05 FILLER                 PIC X(4).
           05 WR-ARRTIME              PIC X(4).
           05 WR-SEATS               PIC X(3).

       FD  OPS-FILE.
       01  WS-OPS-REC.
           05 OP-KEY.
               10 OP-FLTNUM           PIC X(5).
               10 OP-DATE             PIC X(8).
           05 OP-ACT-DEP              PIC X(4).
           05 OP-ACT-ARR              PIC X(4).
           05 OP-DELAY-CODE           PIC X(2).
           05 OP-DELAY-MINS           PIC 9(3).
      *    Where the flight landed instead, and its recovery
      *    flight - loaded by OPSLOAD, worked by DIVRCV.
           05 OP-DIVERSION            PIC X(30).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

       FD  ASGN-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
       01 WS-CRW-STATUS               PIC X(2) VALUE SPACES.
           88 WS-CRW-OK               VALUE '00'.

       01 WS-XAS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-XAS-OK               VALUE '00'.

       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.

       01 WS-OPS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-OPS-OK               VALUE '00'.

       01 WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PARM-OK              VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
       01 WS-ASSIGNED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

      * Duty and flight time limits, all in minutes.
       01 WS-REPORT-MINS              PIC 9(4) VALUE 60.
       01 WS-RELEASE-MINS             PIC 9(4) VALUE 30.
       01 WS-MIN-REST-MINS            PIC 9(5) VALUE 600.
       01 WS-MAX-DAY-DUTY             PIC 9(5) VALUE 780.
       01 WS-MAX-DAY-FLT              PIC 9(5) VALUE 600.
       01 WS-MAX-7D-DUTY              PIC 9(5) VALUE 3600.
       01 WS-MAX-7D-FLT               PIC 9(5) VALUE 3000.
       01 WS-MAX-28D-DUTY             PIC 9(5) VALUE 11400.
       01 WS-MAX-28D-FLT              PIC 9(5) VALUE 6000.
       01 WS-PARM-NAME                PIC X(8) VALUE SPACES.
       01 WS-PARM-MINS                PIC 9(5) VALUE 0.

      * The crew member's duty days around the new sector - day
      * 28 is the sector's own date, 1 to 55 covers every 7-day
      * and 28-day window it can fall in. Start and end are
      * minutes from that day's midnight; a duty reporting
      * before midnight starts negative, one released after
      * midnight ends past 1440.
       01 WS-DUTY-TABLE.
           05 WS-DUTY-DAY OCCURS 55 TIMES.
               10 DY-SECTORS          PIC 9(2).
               10 DY-START            PIC S9(5).
               10 DY-END              PIC S9(5).
               10 DY-FLT              PIC 9(5).
       01 WS-DAY-IX                   PIC 9(2) VALUE 0.
       01 WS-NEW-IX                   PIC 9(2) VALUE 28.
       01 WS-END-IX                   PIC 9(2) VALUE 0.
       01 WS-SUM-IX                   PIC 9(2) VALUE 0.
       01 WS-FROM-IX                  PIC 9(2) VALUE 0.
       01 WS-WIN-DAYS                 PIC 9(2) VALUE 0.
       01 WS-LAST-END-IX              PIC 9(2) VALUE 0.
       01 WS-PREV-IX                  PIC 9(2) VALUE 0.
       01 WS-NEXT-IX                  PIC 9(2) VALUE 0.
       01 WS-WIN-DUTY                 PIC 9(6) VALUE 0.
       01 WS-WIN-FLT                  PIC 9(6) VALUE 0.
       01 WS-WIN-MAX-DUTY             PIC 9(5) VALUE 0.
       01 WS-WIN-MAX-FLT              PIC 9(5) VALUE 0.
       01 WS-DUTY-MINS                PIC S9(6) VALUE 0.
       01 WS-REST-MINS                PIC S9(6) VALUE 0.

       01 WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01 WS-NEW-INT                  PIC 9(7) VALUE 0.
       01 WS-BASE-INT                 PIC 9(7) VALUE 0.
       01 WS-WORK-INT                 PIC 9(7) VALUE 0.
       01 WS-FIRST-DATE               PIC X(8) VALUE SPACES.
       01 WS-LAST-DATE                PIC X(8) VALUE SPACES.
       01 WS-XAS-EOF                  PIC X VALUE 'N'.

      * One sector's times in minutes from its date's midnight.
       01 WS-SEC-FLTNUM               PIC X(5) VALUE SPACES.
       01 WS-SEC-DATE                 PIC X(8) VALUE SPACES.
       01 WS-SEC-FOUND                PIC X VALUE 'N'.
       01 WS-SEC-DEP                  PIC S9(5) VALUE 0.
       01 WS-SEC-ARR                  PIC S9(5) VALUE 0.
       01 WS-SEC-START                PIC S9(5) VALUE 0.
       01 WS-SEC-END                  PIC S9(5) VALUE 0.
       01 WS-HHMM                     PIC X(4) VALUE SPACES.
       01 WS-HHMM-NUM REDEFINES WS-HHMM.
           05 WS-HH                   PIC 9(2).
           05 WS-MM                   PIC 9(2).
       01 WS-SCH-DEP                  PIC S9(5) VALUE 0.

       01 WS-LEGAL-SW                 PIC X VALUE 'Y'.
           88 WS-LEGAL                VALUE 'Y'.
       01 WS-ILLEGAL-REASON           PIC X(28) VALUE SPACES.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(27)
               VALUE 'CREW ASSIGNMENT LOAD REPORT'.
           OPEN INPUT ASGN-IN
           OPEN I-O ASGN-FILE
           OPEN INPUT CREW-FILE
           OPEN I-O XASG-FILE
           OPEN INPUT FLSR-FILE
           OPEN INPUT OPS-FILE
           OPEN OUTPUT ASGN-RPT

           PERFORM 1100-LOAD-DUTY-LIMITS

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

      * =======================================================
      *   PICK UP THE DUTY LIMITS FROM THE PARAMETERS FILE
      *   (DEFAULTS KEPT WHERE NO ROW HAS BEEN SET)
      * =======================================================
       1100-LOAD-DUTY-LIMITS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE 'CRWRPT  ' TO WS-PARM-NAME
               MOVE WS-REPORT-MINS TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-REPORT-MINS
               MOVE 'CRWRLS  ' TO WS-PARM-NAME
               MOVE WS-RELEASE-MINS TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-RELEASE-MINS
               MOVE 'CRWREST ' TO WS-PARM-NAME
               MOVE WS-MIN-REST-MINS TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-MIN-REST-MINS
               MOVE 'CRWDDUTY' TO WS-PARM-NAME
               MOVE WS-MAX-DAY-DUTY TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-MAX-DAY-DUTY
               MOVE 'CRWDFLT ' TO WS-PARM-NAME
               MOVE WS-MAX-DAY-FLT TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-MAX-DAY-FLT
               MOVE 'CRW7DUTY' TO WS-PARM-NAME
               MOVE WS-MAX-7D-DUTY TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-MAX-7D-DUTY
               MOVE 'CRW7FLT ' TO WS-PARM-NAME
               MOVE WS-MAX-7D-FLT TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-MAX-7D-FLT
               MOVE 'CRW28DTY' TO WS-PARM-NAME
               MOVE WS-MAX-28D-DUTY TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-MAX-28D-DUTY
               MOVE 'CRW28FLT' TO WS-PARM-NAME
               MOVE WS-MAX-28D-FLT TO WS-PARM-MINS
               PERFORM 1150-READ-LIMIT
               MOVE WS-PARM-MINS TO WS-MAX-28D-FLT
               CLOSE PARM-FILE
           END-IF.

       1150-READ-LIMIT.
           MOVE WS-PARM-NAME TO PM-NAME
           READ PARM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK AND PM-VALUE NOT = SPACES
               COMPUTE WS-PARM-MINS =
                   FUNCTION NUMVAL(PM-VALUE)
           END-IF.

       2000-PROCESS-INPUT.
           PERFORM 2100-ASSIGN-CREW
           PERFORM 8000-READ-INPUT.
               EXIT PARAGRAPH
           END-IF

      *    A repeat of an assignment already on file is not a
      *    second sector - it goes through as before.
           MOVE IN-FLTNUM TO CA-FLTNUM
           MOVE IN-DATE TO CA-DATE
           MOVE IN-ID TO CA-ID
           READ ASGN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-ASG-OK
               PERFORM 3000-CHECK-LEGALITY
               IF NOT WS-LEGAL
                   MOVE WS-ILLEGAL-REASON TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
                   WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE IN-FLTNUM TO CA-FLTNUM
           MOVE IN-DATE TO CA-DATE
           MOVE IN-ID TO CA-ID
                   CONTINUE
           END-WRITE

           MOVE IN-ID TO XA-ID
           MOVE IN-DATE TO XA-DATE
           MOVE IN-FLTNUM TO XA-FLTNUM
           WRITE WS-XASG-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ASSIGNED' TO DT-RESULT
           ADD 1 TO WS-ASSIGNED-COUNT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      * =======================================================
      *   WOULD THE NEW SECTOR KEEP THE CREW MEMBER LEGAL?
      * =======================================================
       3000-CHECK-LEGALITY.
           MOVE 'Y' TO WS-LEGAL-SW
           MOVE SPACES TO WS-ILLEGAL-REASON
           INITIALIZE WS-DUTY-TABLE

           MOVE IN-FLTNUM TO WS-SEC-FLTNUM
           MOVE IN-DATE TO WS-SEC-DATE
           PERFORM 3100-GET-SECTOR-TIMES
           IF WS-SEC-FOUND = 'N'
               MOVE 'N' TO WS-LEGAL-SW
               MOVE 'REJECTED - FLIGHT NOT FOUND'
                   TO WS-ILLEGAL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-IX TO WS-DAY-IX
           PERFORM 3200-ADD-SECTOR

      *    Day 1 of the table is 27 days before the new date.
           MOVE IN-DATE TO WS-DATE-NUM
           COMPUTE WS-NEW-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-BASE-INT = WS-NEW-INT - WS-NEW-IX
           COMPUTE WS-WORK-INT = WS-BASE-INT + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-FIRST-DATE
           COMPUTE WS-WORK-INT = WS-BASE-INT + 55
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-LAST-DATE

           MOVE 'N' TO WS-XAS-EOF
           MOVE IN-ID TO XA-ID
           MOVE WS-FIRST-DATE TO XA-DATE
           MOVE LOW-VALUES TO XA-FLTNUM
           START XASG-FILE KEY >= XA-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XAS-EOF
           END-START
           PERFORM 3050-ADD-ASSIGNED-SECTOR
               UNTIL WS-XAS-EOF = 'Y'

           PERFORM 3300-TEST-DUTY-DAY
           IF WS-LEGAL
               MOVE 7 TO WS-WIN-DAYS
               MOVE WS-MAX-7D-DUTY TO WS-WIN-MAX-DUTY
               MOVE WS-MAX-7D-FLT TO WS-WIN-MAX-FLT
               COMPUTE WS-LAST-END-IX = WS-NEW-IX + 6
               PERFORM 3400-TEST-WINDOW
                   VARYING WS-END-IX FROM WS-NEW-IX BY 1
                   UNTIL WS-END-IX > WS-LAST-END-IX
                      OR NOT WS-LEGAL
               IF NOT WS-LEGAL
                   MOVE 'REJECTED - 7-DAY LIMIT'
                       TO WS-ILLEGAL-REASON
               END-IF
           END-IF
           IF WS-LEGAL
               MOVE 28 TO WS-WIN-DAYS
               MOVE WS-MAX-28D-DUTY TO WS-WIN-MAX-DUTY
               MOVE WS-MAX-28D-FLT TO WS-WIN-MAX-FLT
               MOVE 55 TO WS-LAST-END-IX
               PERFORM 3400-TEST-WINDOW
                   VARYING WS-END-IX FROM WS-NEW-IX BY 1
                   UNTIL WS-END-IX > WS-LAST-END-IX
                      OR NOT WS-LEGAL
               IF NOT WS-LEGAL
                   MOVE 'REJECTED - 28-DAY LIMIT'
                       TO WS-ILLEGAL-REASON
               END-IF
           END-IF
           IF WS-LEGAL
               PERFORM 3500-TEST-REST
           END-IF.

       3050-ADD-ASSIGNED-SECTOR.
           READ XASG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-XAS-EOF
           END-READ
           IF WS-XAS-EOF = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF XA-ID NOT = IN-ID OR XA-DATE > WS-LAST-DATE
               MOVE 'Y' TO WS-XAS-EOF
               EXIT PARAGRAPH
           END-IF

           MOVE XA-FLTNUM TO WS-SEC-FLTNUM
           MOVE XA-DATE TO WS-SEC-DATE
           PERFORM 3100-GET-SECTOR-TIMES
           IF WS-SEC-FOUND = 'Y'
               MOVE XA-DATE TO WS-DATE-NUM
               COMPUTE WS-DAY-IX =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   - WS-BASE-INT
               PERFORM 3200-ADD-SECTOR
           END-IF.

      *    Scheduled times from FLSRFIL, replaced by the FLTOPS
      *    actuals once the flight has operated. A cancelled
      *    flight is no duty.
       3100-GET-SECTOR-TIMES.
           MOVE 'N' TO WS-SEC-FOUND
           MOVE WS-SEC-FLTNUM TO WR-FLTNUM
           MOVE WS-SEC-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-FLSR-OK OR WR-ST-CANCELLED
               EXIT PARAGRAPH
           END-IF
           IF WR-DEPTIME NOT NUMERIC OR WR-ARRTIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WR-DEPTIME TO WS-HHMM
           COMPUTE WS-SEC-DEP = WS-HH * 60 + WS-MM
           MOVE WR-ARRTIME TO WS-HHMM
           COMPUTE WS-SEC-ARR = WS-HH * 60 + WS-MM
           IF WS-SEC-ARR < WS-SEC-DEP
               ADD 1440 TO WS-SEC-ARR
           END-IF

           MOVE WS-SEC-FLTNUM TO OP-FLTNUM
           MOVE WS-SEC-DATE TO OP-DATE
           READ OPS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPS-OK AND OP-ACT-DEP NUMERIC
              AND OP-ACT-ARR NUMERIC
               MOVE WS-SEC-DEP TO WS-SCH-DEP
               MOVE OP-ACT-DEP TO WS-HHMM
               COMPUTE WS-SEC-DEP = WS-HH * 60 + WS-MM
               MOVE OP-ACT-ARR TO WS-HHMM
               COMPUTE WS-SEC-ARR = WS-HH * 60 + WS-MM
      *        An actual departure well before the scheduled one
      *        is a late-night flight that slipped past midnight.
               IF WS-SEC-DEP + 720 < WS-SCH-DEP
                   ADD 1440 TO WS-SEC-DEP
                   ADD 1440 TO WS-SEC-ARR
               END-IF
               IF WS-SEC-ARR < WS-SEC-DEP
                   ADD 1440 TO WS-SEC-ARR
               END-IF
           END-IF
           MOVE 'Y' TO WS-SEC-FOUND.

       3200-ADD-SECTOR.
           IF WS-DAY-IX < 1 OR WS-DAY-IX > 55
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEC-START = WS-SEC-DEP - WS-REPORT-MINS
           COMPUTE WS-SEC-END = WS-SEC-ARR + WS-RELEASE-MINS
           IF DY-SECTORS(WS-DAY-IX) = 0
               MOVE WS-SEC-START TO DY-START(WS-DAY-IX)
               MOVE WS-SEC-END TO DY-END(WS-DAY-IX)
           ELSE
               IF WS-SEC-START < DY-START(WS-DAY-IX)
                   MOVE WS-SEC-START TO DY-START(WS-DAY-IX)
               END-IF
               IF WS-SEC-END > DY-END(WS-DAY-IX)
                   MOVE WS-SEC-END TO DY-END(WS-DAY-IX)
               END-IF
           END-IF
           ADD 1 TO DY-SECTORS(WS-DAY-IX)
           COMPUTE DY-FLT(WS-DAY-IX) =
               DY-FLT(WS-DAY-IX) + WS-SEC-ARR - WS-SEC-DEP.

       3300-TEST-DUTY-DAY.
           COMPUTE WS-DUTY-MINS =
               DY-END(WS-NEW-IX) - DY-START(WS-NEW-IX)
           IF WS-DUTY-MINS > WS-MAX-DAY-DUTY
               MOVE 'N' TO WS-LEGAL-SW
               MOVE 'REJECTED - DAY DUTY LIMIT'
                   TO WS-ILLEGAL-REASON
               EXIT PARAGRAPH
           END-IF
           IF DY-FLT(WS-NEW-IX) > WS-MAX-DAY-FLT
               MOVE 'N' TO WS-LEGAL-SW
               MOVE 'REJECTED - DAY FLIGHT LIMIT'
                   TO WS-ILLEGAL-REASON
           END-IF.

      *    Totals for the WS-WIN-DAYS days ending WS-END-IX.
       3400-TEST-WINDOW.
           MOVE 0 TO WS-WIN-DUTY
           MOVE 0 TO WS-WIN-FLT
           COMPUTE WS-FROM-IX = WS-END-IX - WS-WIN-DAYS + 1
           PERFORM 3450-ADD-WINDOW-DAY
               VARYING WS-SUM-IX FROM WS-FROM-IX BY 1
               UNTIL WS-SUM-IX > WS-END-IX
           IF WS-WIN-DUTY > WS-WIN-MAX-DUTY
              OR WS-WIN-FLT > WS-WIN-MAX-FLT
               MOVE 'N' TO WS-LEGAL-SW
           END-IF.

       3450-ADD-WINDOW-DAY.
           IF DY-SECTORS(WS-SUM-IX) > 0
               COMPUTE WS-WIN-DUTY = WS-WIN-DUTY
                   + DY-END(WS-SUM-IX) - DY-START(WS-SUM-IX)
               ADD DY-FLT(WS-SUM-IX) TO WS-WIN-FLT
           END-IF.

      *    Rest from the duty day before to this one, and from
      *    this one to the duty day after.
       3500-TEST-REST.
           MOVE 0 TO WS-PREV-IX
           MOVE 0 TO WS-NEXT-IX
           PERFORM 3550-FIND-PREV-DUTY
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX >= WS-NEW-IX
           PERFORM 3560-FIND-NEXT-DUTY
               VARYING WS-SUM-IX FROM 55 BY -1
               UNTIL WS-SUM-IX <= WS-NEW-IX

           IF WS-PREV-IX > 0
               COMPUTE WS-REST-MINS =
                   (WS-NEW-IX - WS-PREV-IX) * 1440
                   + DY-START(WS-NEW-IX) - DY-END(WS-PREV-IX)
               IF WS-REST-MINS < WS-MIN-REST-MINS
                   MOVE 'N' TO WS-LEGAL-SW
               END-IF
           END-IF
           IF WS-NEXT-IX > 0
               COMPUTE WS-REST-MINS =
                   (WS-NEXT-IX - WS-NEW-IX) * 1440
                   + DY-START(WS-NEXT-IX) - DY-END(WS-NEW-IX)
               IF WS-REST-MINS < WS-MIN-REST-MINS
                   MOVE 'N' TO WS-LEGAL-SW
               END-IF
           END-IF
           IF NOT WS-LEGAL
               MOVE 'REJECTED - MINIMUM REST'
                   TO WS-ILLEGAL-REASON
           END-IF.

       3550-FIND-PREV-DUTY.
           IF DY-SECTORS(WS-SUM-IX) > 0
               MOVE WS-SUM-IX TO WS-PREV-IX
           END-IF.

       3560-FIND-NEXT-DUTY.
           IF DY-SECTORS(WS-SUM-IX) > 0
               MOVE WS-SUM-IX TO WS-NEXT-IX
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           CLOSE ASGN-IN
           CLOSE ASGN-FILE
           CLOSE CREW-FILE
           CLOSE XASG-FILE
           CLOSE FLSR-FILE
           CLOSE OPS-FILE
           CLOSE ASGN-RPT.

       8000-READ-INPUT.
