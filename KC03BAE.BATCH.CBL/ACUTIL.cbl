       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUTIL.

      * =======================================================
      *   AIRFRAME UTILISATION AND MAINTENANCE DUE REPORT
      * =======================================================
      *   Run after OPSLOAD. Every TAILASG sector that has FLTOPS
      *   off/on times is one cycle and its block time to the
      *   registration that flew it; the totals are recounted in
      *   full each run, so a late or corrected actual is simply
      *   picked up. Per TAILMNT airframe the job writes back
      *   total hours and cycles (including those it joined the
      *   fleet with), the hours and cycles flown since the last
      *   check date, the calendar due date, and a due status:
      *     O  overdue - an hours or cycles interval used up, or
      *        today past the due date;
      *     S  due soon - within MXSOONHR hours, MXSOONCY cycles
      *        or MXSOONDY days of any interval (PARMFIL,
      *        defaults below);
      *     space otherwise.
      *   Overdue and due-soon airframes are listed. TLASGN will
      *   not assign an overdue airframe to a flight.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNT-FILE ASSIGN TO TAILMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REG
               FILE STATUS IS WS-MNT-STATUS.

           SELECT ASGN-FILE ASSIGN TO TAILASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-ASG-STATUS.

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

           SELECT DUE-RPT ASSIGN TO ACUTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   Maintenance programme and utilisation per airframe.
       FD  MNT-FILE.
       01  WS-MNT-REC.
           05 TM-REG                  PIC X(6).
           05 TM-CHK-HOURS            PIC 9(5).
           05 TM-CHK-CYCLES           PIC 9(5).
           05 TM-CHK-DAYS             PIC 9(4).
           05 TM-LAST-CHK-DATE        PIC X(8).
           05 TM-BASE-MINS            PIC 9(8).
           05 TM-BASE-CYCLES          PIC 9(6).
           05 TM-TOTAL-MINS           PIC 9(8).
           05 TM-TOTAL-CYCLES         PIC 9(6).
           05 TM-SINCE-MINS           PIC 9(7).
           05 TM-SINCE-CYCLES         PIC 9(5).
           05 TM-DUE-DATE             PIC X(8).
           05 TM-DUE-STATUS           PIC X(1).
               88 TM-DUE-OK           VALUE SPACE.
               88 TM-DUE-SOON         VALUE 'S'.
               88 TM-OVERDUE          VALUE 'O'.
           05 TM-CALC-DATE            PIC X(8).

       FD  ASGN-FILE.
       01  WS-ASGN-REC.
           05 TA-KEY.
               10 TA-FLTNUM           PIC X(5).
               10 TA-DATE             PIC X(8).
           05 TA-REG                  PIC X(6).

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

       FD  DUE-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-MNT-STATUS               PIC X(2) VALUE SPACES.
           88 WS-MNT-OK               VALUE '00'.

       01 WS-ASG-STATUS               PIC X(2) VALUE SPACES.
           88 WS-ASG-OK               VALUE '00'.

       01 WS-OPS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-OPS-OK               VALUE '00'.

       01 WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PARM-OK              VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-MNT-EOF-SW               PIC X VALUE 'N'.
           88 WS-MNT-DONE             VALUE 'Y'.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.

      * Due-soon margins.
       01 WS-SOON-HOURS               PIC 9(5) VALUE 50.
       01 WS-SOON-CYCLES              PIC 9(5) VALUE 25.
       01 WS-SOON-DAYS                PIC 9(4) VALUE 14.

      * One slot per TAILMNT airframe, totals counted up from
      * TAILASG before being written back.
       01 WS-TAIL-COUNT               PIC 9(4) VALUE 0.
       01 WS-TAIL-TABLE.
           05 WS-TAIL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-TX.
               10 TT-REG              PIC X(6).
               10 TT-LAST-CHK-DATE    PIC X(8).
               10 TT-MINS             PIC 9(8).
               10 TT-CYCLES           PIC 9(6).
               10 TT-SINCE-MINS       PIC 9(7).
               10 TT-SINCE-CYCLES     PIC 9(5).
       01 WS-TAIL-MATCH-SW            PIC X VALUE 'N'.
           88 WS-TAIL-MATCHED         VALUE 'Y'.
       01 WS-LIST-IX                  PIC 9(4) VALUE 0.

       01 WS-HHMM                     PIC X(4) VALUE SPACES.
       01 WS-HHMM-NUM REDEFINES WS-HHMM.
           05 WS-HH                   PIC 9(2).
           05 WS-MM                   PIC 9(2).
       01 WS-OFF-MINS                 PIC S9(5) VALUE 0.
       01 WS-ON-MINS                  PIC S9(5) VALUE 0.
       01 WS-BLOCK-MINS               PIC S9(5) VALUE 0.

       01 WS-LEFT-MINS                PIC S9(8) VALUE 0.
       01 WS-LEFT-CYCLES              PIC S9(6) VALUE 0.
       01 WS-LEFT-DAYS                PIC S9(6) VALUE 0.
       01 WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01 WS-TODAY-INT                PIC 9(7) VALUE 0.
       01 WS-WORK-INT                 PIC 9(7) VALUE 0.

       01 WS-TAILS-COUNT              PIC 9(5) VALUE 0.
       01 WS-SOON-COUNT               PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT            PIC 9(5) VALUE 0.
       01 WS-SECTOR-COUNT             PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'AIRFRAME MAINTENANCE DUE REPORT  '.
           05 FILLER                  PIC X(4) VALUE 'RUN '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE 'REG     STATUS    HRS SINCE/LIMIT  CYC S'.
           05 FILLER                  PIC X(30)
               VALUE 'INCE/LIMIT  DUE DATE'.

       01 WS-DETAIL-LINE.
           05 DT-REG                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-STATUS               PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SINCE-HRS            PIC ZZZZZ9.
           05 FILLER                  PIC X(1) VALUE '/'.
           05 DT-CHK-HRS              PIC ZZZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DT-SINCE-CYC            PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE '/'.
           05 DT-CHK-CYC              PIC ZZZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DT-DUE-DATE             PIC X(8).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(9) VALUE 'TAILS: '.
           05 TL-TAILS                PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  DUE SOON: '.
           05 TL-SOON                 PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  OVERDUE: '.
           05 TL-OVERDUE              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-SECTORS UNTIL WS-EOF
           PERFORM 3000-UPDATE-AIRFRAMES
               VARYING WS-LIST-IX FROM 1 BY 1
               UNTIL WS-LIST-IX > WS-TAIL-COUNT
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)
           MOVE WS-CURR-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM 1100-LOAD-SYSTEM-PARMS

           OPEN I-O MNT-FILE
           OPEN INPUT ASGN-FILE
           OPEN INPUT OPS-FILE
           OPEN OUTPUT DUE-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 1200-LOAD-AIRFRAMES

           PERFORM 8000-READ-SECTOR.

      * =======================================================
      *   PICK UP THE DUE-SOON MARGINS FROM THE PARAMETERS FILE
      *   (DEFAULTS KEPT WHERE NO ROW HAS BEEN SET)
      * =======================================================
       1100-LOAD-SYSTEM-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE 'MXSOONHR' TO PM-NAME
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PM-VALUE NOT = SPACES
                   COMPUTE WS-SOON-HOURS =
                       FUNCTION NUMVAL(PM-VALUE)
               END-IF
               MOVE 'MXSOONCY' TO PM-NAME
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PM-VALUE NOT = SPACES
                   COMPUTE WS-SOON-CYCLES =
                       FUNCTION NUMVAL(PM-VALUE)
               END-IF
               MOVE 'MXSOONDY' TO PM-NAME
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PM-VALUE NOT = SPACES
                   COMPUTE WS-SOON-DAYS =
                       FUNCTION NUMVAL(PM-VALUE)
               END-IF
               CLOSE PARM-FILE
           END-IF.

       1200-LOAD-AIRFRAMES.
           MOVE LOW-VALUES TO TM-REG
           START MNT-FILE KEY >= TM-REG
               INVALID KEY
                   MOVE 'Y' TO WS-MNT-EOF-SW
           END-START
           PERFORM 1250-LOAD-ONE-AIRFRAME
               UNTIL WS-MNT-DONE.

       1250-LOAD-ONE-AIRFRAME.
           READ MNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MNT-EOF-SW
           END-READ
           IF WS-MNT-DONE
               EXIT PARAGRAPH
           END-IF
           IF WS-TAIL-COUNT >= 500
               DISPLAY 'ACUTIL AIRFRAME TABLE FULL AT ' TM-REG
               MOVE 'Y' TO WS-MNT-EOF-SW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TAIL-COUNT
           SET WS-TX TO WS-TAIL-COUNT
           MOVE TM-REG TO TT-REG(WS-TX)
           MOVE TM-LAST-CHK-DATE TO TT-LAST-CHK-DATE(WS-TX)
           MOVE TM-BASE-MINS TO TT-MINS(WS-TX)
           MOVE TM-BASE-CYCLES TO TT-CYCLES(WS-TX)
           MOVE ZEROS TO TT-SINCE-MINS(WS-TX)
           MOVE ZEROS TO TT-SINCE-CYCLES(WS-TX)
      *    With no check on record the base hours count against
      *    the first interval.
           IF TM-LAST-CHK-DATE = SPACES
               MOVE TM-BASE-MINS TO TT-SINCE-MINS(WS-TX)
               MOVE TM-BASE-CYCLES TO TT-SINCE-CYCLES(WS-TX)
           END-IF.

      * =======================================================
      *   ONE FLOWN SECTOR ADDS TO ITS AIRFRAME'S TOTALS
      * =======================================================
       2000-PROCESS-SECTORS.
           PERFORM 2100-COUNT-SECTOR
           PERFORM 8000-READ-SECTOR.

       2100-COUNT-SECTOR.
           MOVE 'N' TO WS-TAIL-MATCH-SW
           SET WS-TX TO 1
           SEARCH WS-TAIL-ENTRY VARYING WS-TX
               AT END
                   CONTINUE
               WHEN WS-TX > WS-TAIL-COUNT
                   CONTINUE
               WHEN TT-REG(WS-TX) = TA-REG
                   MOVE 'Y' TO WS-TAIL-MATCH-SW
           END-SEARCH
           IF NOT WS-TAIL-MATCHED
               EXIT PARAGRAPH
           END-IF

           MOVE TA-FLTNUM TO OP-FLTNUM
           MOVE TA-DATE TO OP-DATE
           READ OPS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-OPS-OK
              OR OP-ACT-DEP NOT NUMERIC
              OR OP-ACT-ARR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE OP-ACT-DEP TO WS-HHMM
           COMPUTE WS-OFF-MINS = WS-HH * 60 + WS-MM
           MOVE OP-ACT-ARR TO WS-HHMM
           COMPUTE WS-ON-MINS = WS-HH * 60 + WS-MM
           IF WS-ON-MINS < WS-OFF-MINS
               ADD 1440 TO WS-ON-MINS
           END-IF
           COMPUTE WS-BLOCK-MINS = WS-ON-MINS - WS-OFF-MINS

           ADD WS-BLOCK-MINS TO TT-MINS(WS-TX)
           ADD 1 TO TT-CYCLES(WS-TX)
           IF TA-DATE > TT-LAST-CHK-DATE(WS-TX)
               ADD WS-BLOCK-MINS TO TT-SINCE-MINS(WS-TX)
               ADD 1 TO TT-SINCE-CYCLES(WS-TX)
           END-IF
           ADD 1 TO WS-SECTOR-COUNT.

      * =======================================================
      *   WRITE BACK EACH AIRFRAME'S TOTALS AND DUE STATUS
      * =======================================================
       3000-UPDATE-AIRFRAMES.
           SET WS-TX TO WS-LIST-IX
           MOVE TT-REG(WS-TX) TO TM-REG
           READ MNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-MNT-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TAILS-COUNT

           MOVE TT-MINS(WS-TX) TO TM-TOTAL-MINS
           MOVE TT-CYCLES(WS-TX) TO TM-TOTAL-CYCLES
           MOVE TT-SINCE-MINS(WS-TX) TO TM-SINCE-MINS
           MOVE TT-SINCE-CYCLES(WS-TX) TO TM-SINCE-CYCLES
           MOVE WS-CURR-DATE TO TM-CALC-DATE
           MOVE SPACES TO TM-DUE-DATE
           MOVE SPACE TO TM-DUE-STATUS

           IF TM-CHK-HOURS > 0
               COMPUTE WS-LEFT-MINS =
                   TM-CHK-HOURS * 60 - TM-SINCE-MINS
               IF WS-LEFT-MINS <= 0
                   MOVE 'O' TO TM-DUE-STATUS
               ELSE
                   IF WS-LEFT-MINS < WS-SOON-HOURS * 60
                      AND NOT TM-OVERDUE
                       MOVE 'S' TO TM-DUE-STATUS
                   END-IF
               END-IF
           END-IF

           IF TM-CHK-CYCLES > 0
               COMPUTE WS-LEFT-CYCLES =
                   TM-CHK-CYCLES - TM-SINCE-CYCLES
               IF WS-LEFT-CYCLES <= 0
                   MOVE 'O' TO TM-DUE-STATUS
               ELSE
                   IF WS-LEFT-CYCLES < WS-SOON-CYCLES
                      AND NOT TM-OVERDUE
                       MOVE 'S' TO TM-DUE-STATUS
                   END-IF
               END-IF
           END-IF

           IF TM-CHK-DAYS > 0 AND TM-LAST-CHK-DATE NUMERIC
               MOVE TM-LAST-CHK-DATE TO WS-DATE-NUM
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + TM-CHK-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO TM-DUE-DATE
               COMPUTE WS-LEFT-DAYS = WS-WORK-INT - WS-TODAY-INT
               IF WS-LEFT-DAYS < 0
                   MOVE 'O' TO TM-DUE-STATUS
               ELSE
                   IF WS-LEFT-DAYS < WS-SOON-DAYS
                      AND NOT TM-OVERDUE
                       MOVE 'S' TO TM-DUE-STATUS
                   END-IF
               END-IF
           END-IF

           REWRITE WS-MNT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF NOT TM-DUE-OK
               PERFORM 3100-PRINT-AIRFRAME
           END-IF.

       3100-PRINT-AIRFRAME.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TM-REG TO DT-REG
           IF TM-OVERDUE
               MOVE 'OVERDUE' TO DT-STATUS
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE 'DUE SOON' TO DT-STATUS
               ADD 1 TO WS-SOON-COUNT
           END-IF
           COMPUTE DT-SINCE-HRS = TM-SINCE-MINS / 60
           MOVE TM-CHK-HOURS TO DT-CHK-HRS
           MOVE TM-SINCE-CYCLES TO DT-SINCE-CYC
           MOVE TM-CHK-CYCLES TO DT-CHK-CYC
           MOVE TM-DUE-DATE TO DT-DUE-DATE
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-TAILS-COUNT TO TL-TAILS
           MOVE WS-SOON-COUNT TO TL-SOON
           MOVE WS-OVERDUE-COUNT TO TL-OVERDUE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE MNT-FILE
           CLOSE ASGN-FILE
           CLOSE OPS-FILE
           CLOSE DUE-RPT

           DISPLAY 'ACUTIL SECTORS COUNTED: ' WS-SECTOR-COUNT.

       8000-READ-SECTOR.
           READ ASGN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
