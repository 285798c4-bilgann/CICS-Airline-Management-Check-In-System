       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRWLGL.

      * =======================================================
      *   DAILY CREW LEGALITY REPORT
      * =======================================================
      *   CRWASGN only lets an assignment through when the roster
      *   leaves the crew member legal on the scheduled times,
      *   but a delay can still run a duty day long or cut the
      *   rest before the next one. Run after OPSLOAD, this job
      *   re-times every crew member's sectors from CRWXASG with
      *   the FLTOPS actuals where flown and lists anyone now
      *   over a limit on any day from a week back to tomorrow -
      *   day, 7-day and 28-day duty and flight time, and the
      *   rest before each duty day - the same rules and PARMFIL
      *   limits CRWASGN applies. Each breach is also tested on
      *   the scheduled times alone: legal there means a delay
      *   caused it (DELAY), otherwise the roster did (ROSTER).
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XASG-FILE ASSIGN TO CRWXASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XA-KEY
               FILE STATUS IS WS-XAS-STATUS.

           SELECT CREW-FILE ASSIGN TO CRWMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-ID
               FILE STATUS IS WS-CRW-STATUS.

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

           SELECT LGL-RPT ASSIGN TO CRLGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XASG-FILE.
       01  WS-XASG-REC.
           05 XA-KEY.
               10 XA-ID               PIC X(6).
               10 XA-DATE             PIC X(8).
               10 XA-FLTNUM           PIC X(5).

       FD  CREW-FILE.
       01  WS-CREW-REC.
           05 CR-ID                   PIC X(6).
           05 CR-NAME                 PIC X(18).
           05 CR-ROLE                 PIC X(2).
           05 CR-PASSPORT             PIC X(16).
           05 CR-PASS-EXPIRY          PIC X(8).
           05 CR-DOB                  PIC X(8).
           05 CR-STATUS               PIC X(1).
               88 CR-ST-ACTIVE        VALUE 'A' SPACE.
               88 CR-ST-LEFT          VALUE 'L'.

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

       FD  LGL-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-XAS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-XAS-OK               VALUE '00'.
           88 WS-XAS-EOF              VALUE '10'.

       01 WS-CRW-STATUS               PIC X(2) VALUE SPACES.
           88 WS-CRW-OK               VALUE '00'.

       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.

       01 WS-OPS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-OPS-OK               VALUE '00'.

       01 WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PARM-OK              VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.

      * Duty and flight time limits, all in minutes - the same
      * PARMFIL rows and defaults CRWASGN uses. LM-LIMIT holds
      * them by rule for the breach test; rule 7, rest, is a
      * minimum, the others maximums.
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

       01 WS-LIMIT-TABLE.
           05 LM-LIMIT OCCURS 7 TIMES PIC 9(5).

       01 WS-RULE-NAMES.
           05 FILLER                  PIC X(10) VALUE 'DAY DUTY'.
           05 FILLER                  PIC X(10) VALUE 'DAY FLIGHT'.
           05 FILLER                  PIC X(10) VALUE '7-DAY DUTY'.
           05 FILLER                  PIC X(10) VALUE '7-DAY FLT'.
           05 FILLER                  PIC X(10) VALUE '28-DAY DTY'.
           05 FILLER                  PIC X(10) VALUE '28-DAY FLT'.
           05 FILLER                  PIC X(10) VALUE 'REST'.
       01 WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05 RL-NAME OCCURS 7 TIMES  PIC X(10).

      * One crew member's duty days from 34 days back to
      * tomorrow - day 35 is today, 36 tomorrow. Each day is
      * held twice: timed with the actuals where the flight has
      * operated (A), and on the schedule alone (S). Start and
      * end are minutes from that day's midnight.
       01 WS-DUTY-TABLE.
           05 WS-DUTY-DAY OCCURS 36 TIMES.
               10 DY-A-SECTORS        PIC 9(2).
               10 DY-A-START          PIC S9(5).
               10 DY-A-END            PIC S9(5).
               10 DY-A-FLT            PIC 9(5).
               10 DY-S-SECTORS        PIC 9(2).
               10 DY-S-START          PIC S9(5).
               10 DY-S-END            PIC S9(5).
               10 DY-S-FLT            PIC 9(5).

      * The set being tested, copied from A or S.
       01 WS-WORK-TABLE.
           05 WS-WORK-DAY OCCURS 36 TIMES.
               10 WK-SECTORS          PIC 9(2).
               10 WK-START            PIC S9(5).
               10 WK-END              PIC S9(5).
               10 WK-FLT              PIC 9(5).

      * Rule values for each day tested, on actuals and on the
      * schedule.
       01 WS-VALUE-TABLE.
           05 WS-VALUE-DAY OCCURS 36 TIMES.
               10 VA-VALUE OCCURS 7 TIMES PIC S9(6).
               10 VS-VALUE OCCURS 7 TIMES PIC S9(6).

       01 WS-DAY-IX                   PIC 9(2) VALUE 0.
       01 WS-SUM-IX                   PIC 9(2) VALUE 0.
       01 WS-FROM-IX                  PIC 9(2) VALUE 0.
       01 WS-PREV-IX                  PIC 9(2) VALUE 0.
       01 WS-RULE-IX                  PIC 9 VALUE 0.
       01 WS-FIRST-TEST-IX            PIC 9(2) VALUE 29.
       01 WS-TODAY-IX                 PIC 9(2) VALUE 35.
       01 WS-WIN-DAYS                 PIC 9(2) VALUE 0.
       01 WS-WIN-DUTY                 PIC S9(6) VALUE 0.
       01 WS-WIN-FLT                  PIC S9(6) VALUE 0.
       01 WS-SET-SW                   PIC X VALUE 'A'.
           88 WS-SET-ACTUAL           VALUE 'A'.
           88 WS-SET-SCHEDULE         VALUE 'S'.
       01 WS-RULE-VALUE               PIC S9(6) VALUE 0.
       01 WS-BREACH-SW                PIC X VALUE 'N'.
           88 WS-BREACH               VALUE 'Y'.

       01 WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01 WS-BASE-INT                 PIC 9(7) VALUE 0.
       01 WS-WORK-INT                 PIC 9(7) VALUE 0.
       01 WS-FIRST-DATE               PIC X(8) VALUE SPACES.
       01 WS-LAST-DATE                PIC X(8) VALUE SPACES.

       01 WS-CURR-CREW                PIC X(6) VALUE SPACES.
       01 WS-CREW-HAS-DUTY            PIC X VALUE 'N'.

      * One sector's times in minutes from its date's midnight.
       01 WS-SEC-FOUND                PIC X VALUE 'N'.
       01 WS-SCH-DEP                  PIC S9(5) VALUE 0.
       01 WS-SCH-ARR                  PIC S9(5) VALUE 0.
       01 WS-ACT-DEP                  PIC S9(5) VALUE 0.
       01 WS-ACT-ARR                  PIC S9(5) VALUE 0.
       01 WS-SEC-START                PIC S9(5) VALUE 0.
       01 WS-SEC-END                  PIC S9(5) VALUE 0.
       01 WS-HHMM                     PIC X(4) VALUE SPACES.
       01 WS-HHMM-NUM REDEFINES WS-HHMM.
           05 WS-HH                   PIC 9(2).
           05 WS-MM                   PIC 9(2).

       01 WS-CREW-COUNT               PIC 9(5) VALUE 0.
       01 WS-BREACH-COUNT             PIC 9(5) VALUE 0.
       01 WS-DELAY-COUNT              PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(28)
               VALUE 'CREW LEGALITY REPORT   RUN '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE 'CREW   NAME               DATE      RULE'.
           05 FILLER                  PIC X(36)
               VALUE '        MINS  LIMIT  CAUSE'.

       01 WS-DETAIL-LINE.
           05 DT-ID                   PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-NAME                 PIC X(18).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RULE                 PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-VALUE                PIC ZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-LIMIT                PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-CAUSE                PIC X(6).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(15)
               VALUE 'CREW CHECKED: '.
           05 TL-CREW                 PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  BREACHES: '.
           05 TL-BREACHES             PIC ZZZZ9.
           05 FILLER                  PIC X(15)
               VALUE '  FROM DELAYS: '.
           05 TL-DELAYS               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-SECTORS UNTIL WS-EOF
           PERFORM 4000-END-OF-CREW
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           MOVE WS-CURR-DATE TO WS-DATE-NUM
           COMPUTE WS-BASE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-TODAY-IX
           COMPUTE WS-WORK-INT = WS-BASE-INT + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-FIRST-DATE
           COMPUTE WS-WORK-INT = WS-BASE-INT + 36
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-LAST-DATE

           PERFORM 1100-LOAD-DUTY-LIMITS
           MOVE WS-MAX-DAY-DUTY TO LM-LIMIT(1)
           MOVE WS-MAX-DAY-FLT TO LM-LIMIT(2)
           MOVE WS-MAX-7D-DUTY TO LM-LIMIT(3)
           MOVE WS-MAX-7D-FLT TO LM-LIMIT(4)
           MOVE WS-MAX-28D-DUTY TO LM-LIMIT(5)
           MOVE WS-MAX-28D-FLT TO LM-LIMIT(6)
           MOVE WS-MIN-REST-MINS TO LM-LIMIT(7)

           OPEN INPUT XASG-FILE
           OPEN INPUT CREW-FILE
           OPEN INPUT FLSR-FILE
           OPEN INPUT OPS-FILE
           OPEN OUTPUT LGL-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           INITIALIZE WS-DUTY-TABLE
           PERFORM 8000-READ-SECTOR
           MOVE XA-ID TO WS-CURR-CREW.

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

      * =======================================================
      *   ONE CRWXASG SECTOR - CREW ID BREAKS TEST THE LAST
      * =======================================================
       2000-PROCESS-SECTORS.
           IF XA-ID NOT = WS-CURR-CREW
               PERFORM 4000-END-OF-CREW
               MOVE XA-ID TO WS-CURR-CREW
           END-IF

           IF XA-DATE NOT < WS-FIRST-DATE
              AND XA-DATE NOT > WS-LAST-DATE
               PERFORM 2100-GET-SECTOR-TIMES
               IF WS-SEC-FOUND = 'Y'
                   MOVE XA-DATE TO WS-DATE-NUM
                   COMPUTE WS-DAY-IX =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       - WS-BASE-INT
                   PERFORM 2200-ADD-SECTOR
                   MOVE 'Y' TO WS-CREW-HAS-DUTY
               END-IF
           END-IF

           PERFORM 8000-READ-SECTOR.

      *    Scheduled times from FLSRFIL; the actual set uses the
      *    FLTOPS times once the flight has operated. A
      *    cancelled flight is no duty.
       2100-GET-SECTOR-TIMES.
           MOVE 'N' TO WS-SEC-FOUND
           MOVE XA-FLTNUM TO WR-FLTNUM
           MOVE XA-DATE TO WR-DATE
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
           COMPUTE WS-SCH-DEP = WS-HH * 60 + WS-MM
           MOVE WR-ARRTIME TO WS-HHMM
           COMPUTE WS-SCH-ARR = WS-HH * 60 + WS-MM
           IF WS-SCH-ARR < WS-SCH-DEP
               ADD 1440 TO WS-SCH-ARR
           END-IF
           MOVE WS-SCH-DEP TO WS-ACT-DEP
           MOVE WS-SCH-ARR TO WS-ACT-ARR

           MOVE XA-FLTNUM TO OP-FLTNUM
           MOVE XA-DATE TO OP-DATE
           READ OPS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-OPS-OK AND OP-ACT-DEP NUMERIC
              AND OP-ACT-ARR NUMERIC
               MOVE OP-ACT-DEP TO WS-HHMM
               COMPUTE WS-ACT-DEP = WS-HH * 60 + WS-MM
               MOVE OP-ACT-ARR TO WS-HHMM
               COMPUTE WS-ACT-ARR = WS-HH * 60 + WS-MM
      *        An actual departure well before the scheduled one
      *        is a late-night flight that slipped past midnight.
               IF WS-ACT-DEP + 720 < WS-SCH-DEP
                   ADD 1440 TO WS-ACT-DEP
                   ADD 1440 TO WS-ACT-ARR
               END-IF
               IF WS-ACT-ARR < WS-ACT-DEP
                   ADD 1440 TO WS-ACT-ARR
               END-IF
           END-IF
           MOVE 'Y' TO WS-SEC-FOUND.

       2200-ADD-SECTOR.
           COMPUTE WS-SEC-START = WS-ACT-DEP - WS-REPORT-MINS
           COMPUTE WS-SEC-END = WS-ACT-ARR + WS-RELEASE-MINS
           IF DY-A-SECTORS(WS-DAY-IX) = 0
               MOVE WS-SEC-START TO DY-A-START(WS-DAY-IX)
               MOVE WS-SEC-END TO DY-A-END(WS-DAY-IX)
           ELSE
               IF WS-SEC-START < DY-A-START(WS-DAY-IX)
                   MOVE WS-SEC-START TO DY-A-START(WS-DAY-IX)
               END-IF
               IF WS-SEC-END > DY-A-END(WS-DAY-IX)
                   MOVE WS-SEC-END TO DY-A-END(WS-DAY-IX)
               END-IF
           END-IF
           ADD 1 TO DY-A-SECTORS(WS-DAY-IX)
           COMPUTE DY-A-FLT(WS-DAY-IX) =
               DY-A-FLT(WS-DAY-IX) + WS-ACT-ARR - WS-ACT-DEP

           COMPUTE WS-SEC-START = WS-SCH-DEP - WS-REPORT-MINS
           COMPUTE WS-SEC-END = WS-SCH-ARR + WS-RELEASE-MINS
           IF DY-S-SECTORS(WS-DAY-IX) = 0
               MOVE WS-SEC-START TO DY-S-START(WS-DAY-IX)
               MOVE WS-SEC-END TO DY-S-END(WS-DAY-IX)
           ELSE
               IF WS-SEC-START < DY-S-START(WS-DAY-IX)
                   MOVE WS-SEC-START TO DY-S-START(WS-DAY-IX)
               END-IF
               IF WS-SEC-END > DY-S-END(WS-DAY-IX)
                   MOVE WS-SEC-END TO DY-S-END(WS-DAY-IX)
               END-IF
           END-IF
           ADD 1 TO DY-S-SECTORS(WS-DAY-IX)
           COMPUTE DY-S-FLT(WS-DAY-IX) =
               DY-S-FLT(WS-DAY-IX) + WS-SCH-ARR - WS-SCH-DEP.

      * =======================================================
      *   TEST THE CREW MEMBER JUST READ AND REPORT BREACHES
      * =======================================================
       4000-END-OF-CREW.
           IF WS-CREW-HAS-DUTY = 'Y'
               ADD 1 TO WS-CREW-COUNT
               MOVE WS-CURR-CREW TO CR-ID
               READ CREW-FILE
                   INVALID KEY
                       MOVE SPACES TO CR-NAME
               END-READ

               MOVE 'A' TO WS-SET-SW
               PERFORM 4100-LOAD-WORK-DAY
                   VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 36
               PERFORM 4200-VALUE-ONE-DAY
                   VARYING WS-DAY-IX FROM WS-FIRST-TEST-IX BY 1
                   UNTIL WS-DAY-IX > 36

               MOVE 'S' TO WS-SET-SW
               PERFORM 4100-LOAD-WORK-DAY
                   VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 36
               PERFORM 4200-VALUE-ONE-DAY
                   VARYING WS-DAY-IX FROM WS-FIRST-TEST-IX BY 1
                   UNTIL WS-DAY-IX > 36

               PERFORM 4500-REPORT-ONE-DAY
                   VARYING WS-DAY-IX FROM WS-FIRST-TEST-IX BY 1
                   UNTIL WS-DAY-IX > 36
           END-IF

           INITIALIZE WS-DUTY-TABLE
           MOVE 'N' TO WS-CREW-HAS-DUTY.

       4100-LOAD-WORK-DAY.
           IF WS-SET-ACTUAL
               MOVE DY-A-SECTORS(WS-DAY-IX) TO WK-SECTORS(WS-DAY-IX)
               MOVE DY-A-START(WS-DAY-IX) TO WK-START(WS-DAY-IX)
               MOVE DY-A-END(WS-DAY-IX) TO WK-END(WS-DAY-IX)
               MOVE DY-A-FLT(WS-DAY-IX) TO WK-FLT(WS-DAY-IX)
           ELSE
               MOVE DY-S-SECTORS(WS-DAY-IX) TO WK-SECTORS(WS-DAY-IX)
               MOVE DY-S-START(WS-DAY-IX) TO WK-START(WS-DAY-IX)
               MOVE DY-S-END(WS-DAY-IX) TO WK-END(WS-DAY-IX)
               MOVE DY-S-FLT(WS-DAY-IX) TO WK-FLT(WS-DAY-IX)
           END-IF.

      *    The seven rule values for the day WS-DAY-IX; a day
      *    with no duty cannot be in breach.
       4200-VALUE-ONE-DAY.
           MOVE 0 TO WS-RULE-VALUE
           IF WK-SECTORS(WS-DAY-IX) = 0
               PERFORM 4250-STORE-NO-DUTY
                   VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > 7
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-RULE-IX
           COMPUTE WS-RULE-VALUE =
               WK-END(WS-DAY-IX) - WK-START(WS-DAY-IX)
           PERFORM 4290-STORE-VALUE
           MOVE 2 TO WS-RULE-IX
           MOVE WK-FLT(WS-DAY-IX) TO WS-RULE-VALUE
           PERFORM 4290-STORE-VALUE

           MOVE 7 TO WS-WIN-DAYS
           PERFORM 4300-SUM-WINDOW
           MOVE 3 TO WS-RULE-IX
           MOVE WS-WIN-DUTY TO WS-RULE-VALUE
           PERFORM 4290-STORE-VALUE
           MOVE 4 TO WS-RULE-IX
           MOVE WS-WIN-FLT TO WS-RULE-VALUE
           PERFORM 4290-STORE-VALUE

           MOVE 28 TO WS-WIN-DAYS
           PERFORM 4300-SUM-WINDOW
           MOVE 5 TO WS-RULE-IX
           MOVE WS-WIN-DUTY TO WS-RULE-VALUE
           PERFORM 4290-STORE-VALUE
           MOVE 6 TO WS-RULE-IX
           MOVE WS-WIN-FLT TO WS-RULE-VALUE
           PERFORM 4290-STORE-VALUE

      *    Rest before this duty day - none to test when no
      *    earlier duty day is in the table.
           MOVE 0 TO WS-PREV-IX
           PERFORM 4400-FIND-PREV-DUTY
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX >= WS-DAY-IX
           MOVE 7 TO WS-RULE-IX
           IF WS-PREV-IX > 0
               COMPUTE WS-RULE-VALUE =
                   (WS-DAY-IX - WS-PREV-IX) * 1440
                   + WK-START(WS-DAY-IX) - WK-END(WS-PREV-IX)
           ELSE
               MOVE 99999 TO WS-RULE-VALUE
           END-IF
           PERFORM 4290-STORE-VALUE.

       4250-STORE-NO-DUTY.
           IF WS-RULE-IX = 7
               MOVE 99999 TO WS-RULE-VALUE
           ELSE
               MOVE 0 TO WS-RULE-VALUE
           END-IF
           PERFORM 4290-STORE-VALUE.

       4290-STORE-VALUE.
           IF WS-SET-ACTUAL
               MOVE WS-RULE-VALUE TO VA-VALUE(WS-DAY-IX, WS-RULE-IX)
           ELSE
               MOVE WS-RULE-VALUE TO VS-VALUE(WS-DAY-IX, WS-RULE-IX)
           END-IF.

      *    Duty and flight totals for the WS-WIN-DAYS days ending
      *    on WS-DAY-IX.
       4300-SUM-WINDOW.
           MOVE 0 TO WS-WIN-DUTY
           MOVE 0 TO WS-WIN-FLT
           COMPUTE WS-FROM-IX = WS-DAY-IX - WS-WIN-DAYS + 1
           PERFORM 4350-ADD-WINDOW-DAY
               VARYING WS-SUM-IX FROM WS-FROM-IX BY 1
               UNTIL WS-SUM-IX > WS-DAY-IX.

       4350-ADD-WINDOW-DAY.
           IF WK-SECTORS(WS-SUM-IX) > 0
               COMPUTE WS-WIN-DUTY = WS-WIN-DUTY
                   + WK-END(WS-SUM-IX) - WK-START(WS-SUM-IX)
               ADD WK-FLT(WS-SUM-IX) TO WS-WIN-FLT
           END-IF.

       4400-FIND-PREV-DUTY.
           IF WK-SECTORS(WS-SUM-IX) > 0
               MOVE WS-SUM-IX TO WS-PREV-IX
           END-IF.

       4500-REPORT-ONE-DAY.
           PERFORM 4600-REPORT-ONE-RULE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > 7.

       4600-REPORT-ONE-RULE.
           MOVE VA-VALUE(WS-DAY-IX, WS-RULE-IX) TO WS-RULE-VALUE
           PERFORM 4700-TEST-BREACH
           IF NOT WS-BREACH
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CURR-CREW TO DT-ID
           MOVE CR-NAME TO DT-NAME
           COMPUTE WS-WORK-INT = WS-BASE-INT + WS-DAY-IX
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO DT-DATE
           MOVE RL-NAME(WS-RULE-IX) TO DT-RULE
           MOVE WS-RULE-VALUE TO DT-VALUE
           MOVE LM-LIMIT(WS-RULE-IX) TO DT-LIMIT
           ADD 1 TO WS-BREACH-COUNT

           MOVE VS-VALUE(WS-DAY-IX, WS-RULE-IX) TO WS-RULE-VALUE
           PERFORM 4700-TEST-BREACH
           IF WS-BREACH
               MOVE 'ROSTER' TO DT-CAUSE
           ELSE
               MOVE 'DELAY' TO DT-CAUSE
               ADD 1 TO WS-DELAY-COUNT
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       4700-TEST-BREACH.
           MOVE 'N' TO WS-BREACH-SW
           IF WS-RULE-IX = 7
               IF WS-RULE-VALUE < LM-LIMIT(WS-RULE-IX)
                   MOVE 'Y' TO WS-BREACH-SW
               END-IF
           ELSE
               IF WS-RULE-VALUE > LM-LIMIT(WS-RULE-IX)
                   MOVE 'Y' TO WS-BREACH-SW
               END-IF
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CREW-COUNT TO TL-CREW
           MOVE WS-BREACH-COUNT TO TL-BREACHES
           MOVE WS-DELAY-COUNT TO TL-DELAYS
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE XASG-FILE
           CLOSE CREW-FILE
           CLOSE FLSR-FILE
           CLOSE OPS-FILE
           CLOSE LGL-RPT

           DISPLAY 'CRWLGL BREACHES REPORTED: ' WS-BREACH-COUNT.

       8000-READ-SECTOR.
           READ XASG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
