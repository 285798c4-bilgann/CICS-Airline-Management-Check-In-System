       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSIMEX.

      * =======================================================
      *   SSIM SCHEDULE EXPORT FOR DISTRIBUTION
      * =======================================================
      *   The reservation systems and timetable publishers take
      *   the schedule in the industry's standard schedule data
      *   set (SSIM chapter 7: 200-byte records - a header, a
      *   carrier record, one flight leg record per period of
      *   operation, segment data where there is any, and a
      *   trailer). It used to be retyped into their portals
      *   every season. SYSIN picks the run:
      *     - S (season): every SCHPATT pattern is walked date
      *       by date against FLSRFIL - a date FLLOAD has loaded
      *       goes out as it now stands (retimed, re-equipped,
      *       cancelled), a date not loaded yet as the pattern
      *       has it - and runs of dates that fly alike become
      *       one leg record with their days of operation. The
      *       SYSIN validity dates (when given) clip the season.
      *     - C (changes): every flight/date FLLOAD appended to
      *       SCHCHG goes out as a one-date leg record, so a
      *       retime or cancellation reaches the distributors
      *       the same day. A cancelled date goes out with no
      *       days of operation - "does not operate" on that
      *       date. The scheduler swaps in a fresh (empty) SCHCHG
      *       after the run; the job only ever reads it.
      *   Times are local, with each end's UTC variation off
      *   STNMSTR. The airline designator and number come from
      *   the flight number (two-letter carrier, then digits).
      *   A partner that sells the flight under its own code
      *   (named on the pattern) goes out as segment data
      *   element 010 under the leg.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-IN ASSIGN TO SCHPATT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAT-STATUS.

           SELECT CHANGE-IN ASSIGN TO SCHCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT STN-FILE ASSIGN TO STNMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STN-CODE
               FILE STATUS IS WS-STN-STATUS.

           SELECT SSIM-OUT ASSIGN TO SSIMOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT EXPORT-RPT ASSIGN TO SSIMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   SCHGEN's pattern record - days flagged Monday first.
       FD  PATTERN-IN
           RECORDING MODE IS F.
       01  WS-PATTERN-REC.
           05 PT-FLTNUM               PIC X(5).
           05 PT-ORIG                 PIC X(3).
           05 PT-DEST                 PIC X(3).
           05 PT-DAYS.
               10 PT-DAY-FLAG OCCURS 7 TIMES PIC X.
           05 PT-EFF-FROM             PIC X(8).
           05 PT-EFF-TO               PIC X(8).
           05 PT-DEPTIME              PIC X(4).
           05 PT-ARRTIME              PIC X(4).
           05 PT-STATUS               PIC X(1).
           05 PT-ACFT-TYPE            PIC X(3).
           05 PT-SEATS                PIC X(3).
           05 PT-CSH-CARRIER          PIC X(2).
           05 PT-CSH-FLTNUM           PIC X(4).

      *   FLLOAD's schedule change feed.
       FD  CHANGE-IN
           RECORDING MODE IS F.
       01  WS-CHANGE-REC.
           05 SC-FLTNUM              PIC X(5).
           05 SC-DATE                PIC X(8).
           05 SC-ACTION              PIC X.
               88 SC-NEW             VALUE 'N'.
               88 SC-RETIMED         VALUE 'R'.
               88 SC-CANCELLED       VALUE 'C'.
           05 SC-ORIG                PIC X(3).
           05 SC-DEST                PIC X(3).
           05 SC-DEPTIME             PIC X(4).
           05 SC-ARRTIME             PIC X(4).
           05 SC-ACFT-TYPE           PIC X(3).
           05 SC-STATUS              PIC X.
           05 SC-LOAD-DATE           PIC X(8).
           05 SC-LOAD-TIME           PIC X(6).

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
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

       FD  STN-FILE.
       01  WS-STN-REC.
           05 STN-CODE               PIC X(3).
           05 STN-NAME               PIC X(20).
           05 STN-CITY               PIC X(20).
           05 STN-STATUS             PIC X.
           05 STN-UTC-SIGN           PIC X.
           05 STN-UTC-MINS           PIC 9(4).

       FD  SSIM-OUT
           RECORDING MODE IS F.
       01  WS-SSIM-LINE              PIC X(200).

       FD  EXPORT-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PAT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-PAT-EOF-SW              PIC X VALUE 'N'.
           88 WS-PAT-DONE            VALUE 'Y'.
       01 WS-CHG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-CHG-EOF-SW              PIC X VALUE 'N'.
           88 WS-CHG-DONE            VALUE 'Y'.
       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-STN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-STN-OK              VALUE '00'.
       01 WS-OUT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-CONTROL-CARD.
           05 CC-MODE                 PIC X.
               88 CC-SEASON-RUN       VALUE 'S'.
               88 CC-CHANGE-RUN       VALUE 'C'.
           05 CC-SEASON               PIC X(3).
           05 CC-VALID-FROM           PIC X(8).
           05 CC-VALID-TO             PIC X(8).

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-NOW.
           05 WS-NOW-HH               PIC 9(2).
           05 WS-NOW-MN               PIC 9(2).
           05 FILLER                  PIC 9(4).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.

      * The schedule's own span - the SYSIN validity dates, or
      * failing those the earliest and latest pattern dates.
       01 WS-VALID-FROM              PIC X(8) VALUE SPACES.
       01 WS-VALID-TO                PIC X(8) VALUE SPACES.
       01 WS-AIRLINE                 PIC X(2) VALUE SPACES.

      * Every usable pattern, kept for the season walk and so a
      * changed flight/date can find its codeshare partner and
      * seat count.
       01 WS-PAT-COUNT               PIC 9(4) VALUE 0.
       01 WS-PAT-TABLE.
           05 WS-PAT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-PX.
               10 PA-FLTNUM           PIC X(5).
               10 PA-ORIG             PIC X(3).
               10 PA-DEST             PIC X(3).
               10 PA-DAYS.
                   15 PA-DAY-FLAG OCCURS 7 TIMES PIC X.
               10 PA-EFF-FROM         PIC X(8).
               10 PA-EFF-TO           PIC X(8).
               10 PA-DEPTIME          PIC X(4).
               10 PA-ARRTIME          PIC X(4).
               10 PA-ACFT-TYPE        PIC X(3).
               10 PA-SEATS            PIC 9(3).
               10 PA-CSH-CARRIER      PIC X(2).
               10 PA-CSH-FLTNUM       PIC X(4).
       01 WS-PAT-MATCH-SW            PIC X VALUE 'N'.
           88 WS-PAT-MATCHED         VALUE 'Y'.

      * Date walk - day 1 of the INTEGER-OF-DATE calendar was a
      * Monday, the same arithmetic SCHGEN expands with.
       01 WS-DATE-NUM                PIC 9(8) VALUE 0.
       01 WS-FROM-INT                PIC S9(9) COMP VALUE 0.
       01 WS-TO-INT                  PIC S9(9) COMP VALUE 0.
       01 WS-WALK-INT                PIC S9(9) COMP VALUE 0.
       01 WS-DOW                     PIC 9 VALUE 0.
       01 WS-WALK-DATE               PIC X(8) VALUE SPACES.

      * One date's leg as it flies, and the run of dates being
      * gathered into one leg record.
       01 WS-LEG.
           05 LG-ORIG                 PIC X(3).
           05 LG-DEST                 PIC X(3).
           05 LG-DEPTIME              PIC X(4).
           05 LG-ARRTIME              PIC X(4).
           05 LG-ACFT-TYPE            PIC X(3).
       01 WS-GRP-OPEN-SW             PIC X VALUE 'N'.
           88 WS-GRP-OPEN            VALUE 'Y'.
       01 WS-GRP-LEG.
           05 GL-ORIG                 PIC X(3).
           05 GL-DEST                 PIC X(3).
           05 GL-DEPTIME              PIC X(4).
           05 GL-ARRTIME              PIC X(4).
           05 GL-ACFT-TYPE            PIC X(3).
       01 WS-GRP-FROM                PIC X(8) VALUE SPACES.
       01 WS-GRP-TO                  PIC X(8) VALUE SPACES.
       01 WS-GRP-DAYS.
           05 WS-GRP-DAY OCCURS 7 TIMES PIC X.
       01 WS-DAY-DIGITS              PIC X(7) VALUE '1234567'.

      * What the leg record being written is made of.
       01 WS-OUT-FLTNUM              PIC X(5) VALUE SPACES.
       01 WS-OUT-SEATS               PIC 9(3) VALUE 0.
       01 WS-OUT-CSH-CARRIER         PIC X(2) VALUE SPACES.
       01 WS-OUT-CSH-FLTNUM          PIC X(4) VALUE SPACES.
       01 WS-LAST-FLTNUM             PIC X(5) VALUE SPACES.
       01 WS-IVI                     PIC 9(3) VALUE 0.
       01 WS-IVI-X REDEFINES WS-IVI.
           05 WS-IVI-OVERFLOW         PIC X.
           05 WS-IVI-DIGITS           PIC X(2).
       01 WS-FLT-DIGITS              PIC 9(4) VALUE 0.
       01 WS-PAT-LEGS                PIC 9(5) VALUE 0.

      * UTC variation of one station, +HHMM.
       01 WS-UTC-VAR.
           05 WS-UTC-SIGN             PIC X.
           05 WS-UTC-HH               PIC 9(2).
           05 WS-UTC-MM               PIC 9(2).

      * Booking classes the flight sells, and the cabin split
      * FLLOAD sizes its class buckets by.
       01 WS-CLS-F-SEATS             PIC 9(3) VALUE 0.
       01 WS-CLS-B-SEATS             PIC 9(3) VALUE 0.
       01 WS-CLS-Y-SEATS             PIC 9(3) VALUE 0.
       01 WS-ACV.
           05 FILLER                  PIC X VALUE 'F'.
           05 WS-ACV-F                PIC 9(3).
           05 FILLER                  PIC X VALUE 'B'.
           05 WS-ACV-B                PIC 9(3).
           05 FILLER                  PIC X VALUE 'Y'.
           05 WS-ACV-Y                PIC 9(3).

       01 WS-MONTH-TABLE.
           05 FILLER               PIC X(3) VALUE 'JAN'.
           05 FILLER               PIC X(3) VALUE 'FEB'.
           05 FILLER               PIC X(3) VALUE 'MAR'.
           05 FILLER               PIC X(3) VALUE 'APR'.
           05 FILLER               PIC X(3) VALUE 'MAY'.
           05 FILLER               PIC X(3) VALUE 'JUN'.
           05 FILLER               PIC X(3) VALUE 'JUL'.
           05 FILLER               PIC X(3) VALUE 'AUG'.
           05 FILLER               PIC X(3) VALUE 'SEP'.
           05 FILLER               PIC X(3) VALUE 'OCT'.
           05 FILLER               PIC X(3) VALUE 'NOV'.
           05 FILLER               PIC X(3) VALUE 'DEC'.
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-TABLE.
           05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(3).
       01 WS-MONTH-NUM               PIC 99.

      * YYYYMMDD in, DDMMMYY out.
       01 WS-DATE-IN                 PIC X(8) VALUE SPACES.
       01 WS-SSIM-DATE.
           05 WS-SD-DD                PIC X(2).
           05 WS-SD-MMM               PIC X(3).
           05 WS-SD-YY                PIC X(2).

       01 WS-SERIAL                  PIC 9(6) VALUE 0.

       01 WS-LEG-COUNT               PIC 9(7) VALUE 0.
       01 WS-CSH-COUNT               PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT              PIC 9(5) VALUE 0.
       01 WS-CNL-COUNT               PIC 9(7) VALUE 0.
       01 WS-NO-STN-COUNT            PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT            PIC 9(7) VALUE 0.

      * =======================================================
      *   SSIM RECORD LAYOUTS (200 BYTES EACH)
      * =======================================================
       01 WS-SSIM-HEADER.
           05 S1-REC-TYPE             PIC X VALUE '1'.
           05 S1-TITLE                PIC X(34)
               VALUE 'AIRLINE STANDARD SCHEDULE DATA SET'.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 S1-SEASONS              PIC X VALUE '1'.
           05 FILLER                  PIC X(150) VALUE SPACES.
           05 S1-DATASET-SERIAL       PIC X(3) VALUE '001'.
           05 S1-SERIAL               PIC 9(6).

       01 WS-SSIM-CARRIER.
           05 S2-REC-TYPE             PIC X VALUE '2'.
           05 S2-TIME-MODE            PIC X VALUE 'L'.
           05 S2-AIRLINE              PIC X(3).
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 S2-SEASON               PIC X(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 S2-VALID-FROM           PIC X(7).
           05 S2-VALID-TO             PIC X(7).
           05 S2-CREATE-DATE          PIC X(7).
           05 S2-TITLE                PIC X(29).
           05 S2-RELEASE-DATE         PIC X(7).
           05 S2-SCHED-STATUS         PIC X VALUE 'C'.
           05 S2-CREATOR-REF          PIC X(35).
           05 S2-DUP-MARKER           PIC X VALUE SPACE.
           05 S2-GENERAL-INFO         PIC X(60).
           05 S2-INFLIGHT-INFO        PIC X(19).
           05 S2-ETKT-INFO            PIC X(2) VALUE 'ET'.
           05 S2-CREATE-TIME          PIC X(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 S2-SERIAL               PIC 9(6).

       01 WS-SSIM-LEG.
           05 S3-REC-TYPE             PIC X.
           05 S3-OP-SUFFIX            PIC X.
           05 S3-AIRLINE              PIC X(3).
           05 S3-FLTNUM               PIC X(4).
           05 S3-IVI                  PIC X(2).
           05 S3-LEG-SEQ              PIC X(2).
           05 S3-SVC-TYPE             PIC X.
           05 S3-PERIOD-FROM          PIC X(7).
           05 S3-PERIOD-TO            PIC X(7).
           05 S3-DAYS                 PIC X(7).
           05 S3-FREQ-RATE            PIC X.
           05 S3-DEP-STN              PIC X(3).
           05 S3-PAX-STD              PIC X(4).
           05 S3-ACFT-STD             PIC X(4).
           05 S3-DEP-UTC              PIC X(5).
           05 S3-DEP-TERM             PIC X(2).
           05 S3-ARR-STN              PIC X(3).
           05 S3-ACFT-STA             PIC X(4).
           05 S3-PAX-STA              PIC X(4).
           05 S3-ARR-UTC              PIC X(5).
           05 S3-ARR-TERM             PIC X(2).
           05 S3-ACFT-TYPE            PIC X(3).
           05 S3-PRBD                 PIC X(20).
           05 S3-PRBM                 PIC X(5).
           05 S3-MEAL                 PIC X(10).
           05 S3-JOINT-OPS            PIC X(9).
           05 S3-MCT                  PIC X(2).
           05 S3-SECURE               PIC X.
           05 FILLER                  PIC X(5).
           05 S3-IVI-OVERFLOW         PIC X.
           05 S3-ACFT-OWNER           PIC X(3).
           05 S3-COCKPIT              PIC X(3).
           05 S3-CABIN                PIC X(3).
           05 S3-ONWARD-AIRLINE       PIC X(3).
           05 S3-ONWARD-FLT           PIC X(4).
           05 S3-ROTATION             PIC X.
           05 S3-ONWARD-SUFFIX        PIC X.
           05 FILLER                  PIC X.
           05 S3-TRANSIT-LAYOVER      PIC X.
           05 S3-OPER-DISCLOSURE      PIC X.
           05 S3-TRC                  PIC X(11).
           05 S3-TRC-OVERFLOW         PIC X.
           05 FILLER                  PIC X(11).
           05 S3-ACV                  PIC X(20).
           05 S3-DEP-DATE-VAR         PIC X.
           05 S3-ARR-DATE-VAR         PIC X.
           05 S3-SERIAL               PIC 9(6).

       01 WS-SSIM-SEGMENT.
           05 S4-REC-TYPE             PIC X.
           05 S4-OP-SUFFIX            PIC X.
           05 S4-AIRLINE              PIC X(3).
           05 S4-FLTNUM               PIC X(4).
           05 S4-IVI                  PIC X(2).
           05 S4-LEG-SEQ              PIC X(2).
           05 S4-SVC-TYPE             PIC X.
           05 FILLER                  PIC X(13).
           05 S4-IVI-OVERFLOW         PIC X.
           05 S4-BOARD-IND            PIC X.
           05 S4-OFF-IND              PIC X.
           05 S4-DEI                  PIC X(3).
           05 S4-BOARD-PT             PIC X(3).
           05 S4-OFF-PT               PIC X(3).
           05 S4-DATA                 PIC X(155).
           05 S4-SERIAL               PIC 9(6).

       01 WS-SSIM-TRAILER.
           05 S5-REC-TYPE             PIC X VALUE '5'.
           05 FILLER                  PIC X VALUE SPACE.
           05 S5-AIRLINE              PIC X(3).
           05 S5-RELEASE-DATE         PIC X(7).
           05 FILLER                  PIC X(175) VALUE SPACES.
           05 S5-SERIAL-CHECK         PIC 9(6).
           05 S5-END-CODE             PIC X VALUE 'E'.
           05 S5-SERIAL               PIC 9(6).

       01 WS-HEADING-1.
           05 FILLER                  PIC X(30)
               VALUE 'SSIM SCHEDULE EXPORT - RUN '.
           05 HD-MODE                 PIC X(7).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 HD-FROM                 PIC X(8).
           05 FILLER                  PIC X(4) VALUE ' TO '.
           05 HD-TO                   PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(6) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'FROM'.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'TO'.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE ' LEGS'.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-FLIGHT               PIC X(5).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-FROM                 PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-TO                   PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-LEGS                 PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(28)
               VALUE 'LEG RECORDS WRITTEN:       '.
           05 TL1-COUNT               PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(28)
               VALUE 'CODESHARE SEGMENT RECORDS: '.
           05 TL2-COUNT               PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(28)
               VALUE 'CANCELLED DATES:           '.
           05 TL3-COUNT               PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(28)
               VALUE 'PATTERNS SKIPPED:          '.
           05 TL4-COUNT               PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(28)
               VALUE 'LEGS WITH NO STATION UTC:  '.
           05 TL5-COUNT               PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-PATTERNS UNTIL WS-PAT-DONE
           PERFORM 2500-WRITE-FILE-HEADER
           IF CC-CHANGE-RUN
               PERFORM 4000-EXPORT-CHANGE UNTIL WS-CHG-DONE
           ELSE
               PERFORM 3000-EXPORT-PATTERN
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAT-COUNT
           END-IF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF NOT CC-CHANGE-RUN
               MOVE 'S' TO CC-MODE
           END-IF

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)
           ACCEPT WS-NOW FROM TIME

           MOVE CC-VALID-FROM TO WS-VALID-FROM
           MOVE CC-VALID-TO TO WS-VALID-TO

           INITIALIZE WS-PAT-TABLE

           OPEN INPUT PATTERN-IN
           OPEN INPUT FLSR-FILE
           OPEN INPUT STN-FILE
           OPEN OUTPUT SSIM-OUT
           OPEN OUTPUT EXPORT-RPT
           IF CC-CHANGE-RUN
               OPEN INPUT CHANGE-IN
               PERFORM 8200-READ-CHANGE
           END-IF

           PERFORM 8100-READ-PATTERN.

      * =======================================================
      *   PASS 1 - THE SEASON'S PATTERNS
      * =======================================================
      *    SCHGEN has already rejected a pattern that fails its
      *    checks; one that still cannot be read here is left out
      *    and listed.
       2000-LOAD-PATTERNS.
           IF PT-FLTNUM = SPACES
              OR PT-EFF-FROM NOT NUMERIC OR PT-EFF-TO NOT NUMERIC
              OR PT-EFF-TO < PT-EFF-FROM
              OR PT-DAYS = SPACES
              OR PT-DEPTIME NOT NUMERIC OR PT-ARRTIME NOT NUMERIC
              OR PT-SEATS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE PT-FLTNUM TO DT-FLIGHT
               MOVE PT-EFF-FROM TO DT-FROM
               MOVE PT-EFF-TO TO DT-TO
               MOVE 0 TO DT-LEGS
               MOVE 'SKIPPED - FAILS SCHGEN CHECKS' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               PERFORM 8100-READ-PATTERN
               EXIT PARAGRAPH
           END-IF

           IF WS-PAT-COUNT < 1000
               ADD 1 TO WS-PAT-COUNT
               SET WS-PX TO WS-PAT-COUNT
               MOVE PT-FLTNUM TO PA-FLTNUM(WS-PX)
               MOVE PT-ORIG TO PA-ORIG(WS-PX)
               MOVE PT-DEST TO PA-DEST(WS-PX)
               MOVE PT-DAYS TO PA-DAYS(WS-PX)
               MOVE PT-EFF-FROM TO PA-EFF-FROM(WS-PX)
               MOVE PT-EFF-TO TO PA-EFF-TO(WS-PX)
               MOVE PT-DEPTIME TO PA-DEPTIME(WS-PX)
               MOVE PT-ARRTIME TO PA-ARRTIME(WS-PX)
               MOVE PT-ACFT-TYPE TO PA-ACFT-TYPE(WS-PX)
               MOVE PT-SEATS TO PA-SEATS(WS-PX)
               MOVE PT-CSH-CARRIER TO PA-CSH-CARRIER(WS-PX)
               MOVE PT-CSH-FLTNUM TO PA-CSH-FLTNUM(WS-PX)
               IF WS-AIRLINE = SPACES
                   MOVE PT-FLTNUM(1:2) TO WS-AIRLINE
               END-IF
               IF CC-VALID-FROM = SPACES
                  AND (WS-VALID-FROM = SPACES
                       OR PT-EFF-FROM < WS-VALID-FROM)
                   MOVE PT-EFF-FROM TO WS-VALID-FROM
               END-IF
               IF CC-VALID-TO = SPACES
                  AND (WS-VALID-TO = SPACES
                       OR PT-EFF-TO > WS-VALID-TO)
                   MOVE PT-EFF-TO TO WS-VALID-TO
               END-IF
           ELSE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY 'SSIMEX PATTERN TABLE FULL - ' PT-FLTNUM
                       ' ' PT-EFF-FROM ' SKIPPED'
           END-IF

           PERFORM 8100-READ-PATTERN.

      * =======================================================
      *   FILE HEADER AND CARRIER RECORDS
      * =======================================================
       2500-WRITE-FILE-HEADER.
           MOVE WS-VALID-FROM TO HD-FROM
           MOVE WS-VALID-TO TO HD-TO
           IF CC-CHANGE-RUN
               MOVE 'CHANGES' TO HD-MODE
           ELSE
               MOVE 'SEASON' TO HD-MODE
           END-IF
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           ADD 1 TO WS-SERIAL
           MOVE WS-SERIAL TO S1-SERIAL
           WRITE WS-SSIM-LINE FROM WS-SSIM-HEADER

           MOVE SPACES TO S2-AIRLINE
           MOVE WS-AIRLINE TO S2-AIRLINE(1:2)
           MOVE CC-SEASON TO S2-SEASON
           MOVE WS-VALID-FROM TO WS-DATE-IN
           PERFORM 7200-FORMAT-SSIM-DATE
           MOVE WS-SSIM-DATE TO S2-VALID-FROM
           MOVE WS-VALID-TO TO WS-DATE-IN
           PERFORM 7200-FORMAT-SSIM-DATE
           MOVE WS-SSIM-DATE TO S2-VALID-TO
           MOVE WS-CURR-DATE TO WS-DATE-IN
           PERFORM 7200-FORMAT-SSIM-DATE
           MOVE WS-SSIM-DATE TO S2-CREATE-DATE
           MOVE WS-SSIM-DATE TO S2-RELEASE-DATE
           IF CC-CHANGE-RUN
               MOVE 'SCHEDULE CHANGES' TO S2-TITLE
           ELSE
               MOVE 'SEASON SCHEDULE' TO S2-TITLE
           END-IF
           MOVE SPACES TO S2-CREATOR-REF
           MOVE 'SSIMEX' TO S2-CREATOR-REF
           MOVE SPACES TO S2-GENERAL-INFO
           MOVE SPACES TO S2-INFLIGHT-INFO
           MOVE WS-NOW-HH TO S2-CREATE-TIME(1:2)
           MOVE WS-NOW-MN TO S2-CREATE-TIME(3:2)
           ADD 1 TO WS-SERIAL
           MOVE WS-SERIAL TO S2-SERIAL
           WRITE WS-SSIM-LINE FROM WS-SSIM-CARRIER.

      * =======================================================
      *   SEASON RUN - ONE PATTERN, DATE BY DATE
      * =======================================================
      *    A run of dates ends at a date that flies differently
      *    (retimed, re-routed, re-equipped) or does not fly at
      *    all (cancelled) - a leg record's days of operation
      *    must hold for every week in its period.
       3000-EXPORT-PATTERN.
           MOVE 0 TO WS-PAT-LEGS
           MOVE 'N' TO WS-GRP-OPEN-SW
           IF PA-FLTNUM(WS-PX) NOT = WS-LAST-FLTNUM
               MOVE PA-FLTNUM(WS-PX) TO WS-LAST-FLTNUM
               MOVE 0 TO WS-IVI
           END-IF
           MOVE PA-FLTNUM(WS-PX) TO WS-OUT-FLTNUM
           MOVE PA-SEATS(WS-PX) TO WS-OUT-SEATS
           MOVE PA-CSH-CARRIER(WS-PX) TO WS-OUT-CSH-CARRIER
           MOVE PA-CSH-FLTNUM(WS-PX) TO WS-OUT-CSH-FLTNUM

           MOVE PA-EFF-FROM(WS-PX) TO WS-DATE-NUM
           IF PA-EFF-FROM(WS-PX) < WS-VALID-FROM
               MOVE WS-VALID-FROM TO WS-DATE-NUM
           END-IF
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE PA-EFF-TO(WS-PX) TO WS-DATE-NUM
           IF PA-EFF-TO(WS-PX) > WS-VALID-TO
               MOVE WS-VALID-TO TO WS-DATE-NUM
           END-IF
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           PERFORM 3100-EXPORT-ONE-DATE
               VARYING WS-WALK-INT FROM WS-FROM-INT BY 1
               UNTIL WS-WALK-INT > WS-TO-INT
           PERFORM 3300-CLOSE-GROUP

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PA-FLTNUM(WS-PX) TO DT-FLIGHT
           MOVE PA-EFF-FROM(WS-PX) TO DT-FROM
           MOVE PA-EFF-TO(WS-PX) TO DT-TO
           MOVE WS-PAT-LEGS TO DT-LEGS
           MOVE 'EXPORTED' TO DT-RESULT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       3100-EXPORT-ONE-DATE.
           COMPUTE WS-DOW = FUNCTION MOD(WS-WALK-INT - 1, 7) + 1
           IF PA-DAY-FLAG(WS-PX, WS-DOW) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
           MOVE WS-DATE-NUM TO WS-WALK-DATE

           MOVE PA-ORIG(WS-PX) TO LG-ORIG
           MOVE PA-DEST(WS-PX) TO LG-DEST
           MOVE PA-DEPTIME(WS-PX) TO LG-DEPTIME
           MOVE PA-ARRTIME(WS-PX) TO LG-ARRTIME
           MOVE PA-ACFT-TYPE(WS-PX) TO LG-ACFT-TYPE

           MOVE PA-FLTNUM(WS-PX) TO WR-FLTNUM
           MOVE WS-WALK-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK
               IF WR-ST-CANCELLED
                   ADD 1 TO WS-CNL-COUNT
                   PERFORM 3300-CLOSE-GROUP
                   EXIT PARAGRAPH
               END-IF
               MOVE WR-ORIG TO LG-ORIG
               MOVE WR-DEST TO LG-DEST
               MOVE WR-DEPTIME TO LG-DEPTIME
               MOVE WR-ARRTIME TO LG-ARRTIME
               MOVE WR-ACFT-TYPE TO LG-ACFT-TYPE
           END-IF

           IF WS-GRP-OPEN AND WS-LEG = WS-GRP-LEG
               MOVE WS-WALK-DATE TO WS-GRP-TO
               MOVE WS-DAY-DIGITS(WS-DOW:1) TO WS-GRP-DAY(WS-DOW)
           ELSE
               PERFORM 3300-CLOSE-GROUP
               MOVE 'Y' TO WS-GRP-OPEN-SW
               MOVE WS-LEG TO WS-GRP-LEG
               MOVE WS-WALK-DATE TO WS-GRP-FROM
               MOVE WS-WALK-DATE TO WS-GRP-TO
               MOVE SPACES TO WS-GRP-DAYS
               MOVE WS-DAY-DIGITS(WS-DOW:1) TO WS-GRP-DAY(WS-DOW)
           END-IF.

       3300-CLOSE-GROUP.
           IF WS-GRP-OPEN
               ADD 1 TO WS-IVI
               PERFORM 6000-WRITE-LEG-RECORD
               ADD 1 TO WS-PAT-LEGS
               MOVE 'N' TO WS-GRP-OPEN-SW
           END-IF.

      * =======================================================
      *   CHANGE RUN - ONE LEG RECORD PER CHANGED FLIGHT/DATE
      * =======================================================
       4000-EXPORT-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           IF SC-FLTNUM NOT = WS-LAST-FLTNUM
               MOVE SC-FLTNUM TO WS-LAST-FLTNUM
               MOVE 0 TO WS-IVI
           END-IF
           ADD 1 TO WS-IVI

           MOVE SC-FLTNUM TO WS-OUT-FLTNUM
           MOVE SC-ORIG TO GL-ORIG
           MOVE SC-DEST TO GL-DEST
           MOVE SC-DEPTIME TO GL-DEPTIME
           MOVE SC-ARRTIME TO GL-ARRTIME
           MOVE SC-ACFT-TYPE TO GL-ACFT-TYPE
           MOVE SC-DATE TO WS-GRP-FROM
           MOVE SC-DATE TO WS-GRP-TO
           MOVE SPACES TO WS-GRP-DAYS

           MOVE SC-DATE TO WS-DATE-NUM
           COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-DOW = FUNCTION MOD(WS-WALK-INT - 1, 7) + 1
           IF SC-CANCELLED
               ADD 1 TO WS-CNL-COUNT
           ELSE
               MOVE WS-DAY-DIGITS(WS-DOW:1) TO WS-GRP-DAY(WS-DOW)
           END-IF

           PERFORM 4100-FIND-PATTERN
           IF WS-PAT-MATCHED
               MOVE PA-SEATS(WS-PX) TO WS-OUT-SEATS
               MOVE PA-CSH-CARRIER(WS-PX) TO WS-OUT-CSH-CARRIER
               MOVE PA-CSH-FLTNUM(WS-PX) TO WS-OUT-CSH-FLTNUM
           ELSE
               MOVE 0 TO WS-OUT-SEATS
               MOVE SPACES TO WS-OUT-CSH-CARRIER
               MOVE SPACES TO WS-OUT-CSH-FLTNUM
           END-IF

           PERFORM 6000-WRITE-LEG-RECORD

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SC-FLTNUM TO DT-FLIGHT
           MOVE SC-DATE TO DT-FROM
           MOVE SC-DATE TO DT-TO
           MOVE 1 TO DT-LEGS
           EVALUATE TRUE
               WHEN SC-CANCELLED
                   MOVE 'CANCELLED' TO DT-RESULT
               WHEN SC-RETIMED
                   MOVE 'CHANGED' TO DT-RESULT
               WHEN OTHER
                   MOVE 'NEW' TO DT-RESULT
           END-EVALUATE
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 8200-READ-CHANGE.

      *    The pattern the changed date belongs to, if any.
       4100-FIND-PATTERN.
           MOVE 'N' TO WS-PAT-MATCH-SW
           IF WS-PAT-COUNT > 0
               SET WS-PX TO 1
               SEARCH WS-PAT-ENTRY VARYING WS-PX
                   AT END
                       CONTINUE
                   WHEN PA-FLTNUM(WS-PX) = SC-FLTNUM
                    AND PA-EFF-FROM(WS-PX) <= SC-DATE
                    AND PA-EFF-TO(WS-PX) >= SC-DATE
                       MOVE 'Y' TO WS-PAT-MATCH-SW
               END-SEARCH
           END-IF.

      * =======================================================
      *   WRITE ONE FLIGHT LEG RECORD (AND ITS CODESHARE)
      * =======================================================
      *    Built from WS-OUT-FLTNUM, the gathered leg WS-GRP-LEG,
      *    its period and days, and the seats and partner.
       6000-WRITE-LEG-RECORD.
           MOVE SPACES TO WS-SSIM-LEG
           MOVE '3' TO S3-REC-TYPE
           PERFORM 7000-SET-FLIGHT-DESIGNATOR
           MOVE S3-AIRLINE TO S4-AIRLINE
           MOVE WS-IVI-DIGITS TO S3-IVI
           IF WS-IVI > 99
               MOVE WS-IVI-OVERFLOW TO S3-IVI-OVERFLOW
           END-IF
           MOVE '01' TO S3-LEG-SEQ
           MOVE 'J' TO S3-SVC-TYPE

           MOVE WS-GRP-FROM TO WS-DATE-IN
           PERFORM 7200-FORMAT-SSIM-DATE
           MOVE WS-SSIM-DATE TO S3-PERIOD-FROM
           MOVE WS-GRP-TO TO WS-DATE-IN
           PERFORM 7200-FORMAT-SSIM-DATE
           MOVE WS-SSIM-DATE TO S3-PERIOD-TO
           MOVE WS-GRP-DAYS TO S3-DAYS

           MOVE GL-ORIG TO S3-DEP-STN
           MOVE GL-DEPTIME TO S3-PAX-STD
           MOVE GL-DEPTIME TO S3-ACFT-STD
           MOVE GL-ORIG TO STN-CODE
           PERFORM 7100-GET-UTC-VARIATION
           MOVE WS-UTC-VAR TO S3-DEP-UTC

           MOVE GL-DEST TO S3-ARR-STN
           MOVE GL-ARRTIME TO S3-ACFT-STA
           MOVE GL-ARRTIME TO S3-PAX-STA
           MOVE GL-DEST TO STN-CODE
           PERFORM 7100-GET-UTC-VARIATION
           MOVE WS-UTC-VAR TO S3-ARR-UTC

           MOVE GL-ACFT-TYPE TO S3-ACFT-TYPE
           MOVE 'FBY' TO S3-PRBD
           IF WS-OUT-SEATS > 0
               COMPUTE WS-CLS-F-SEATS = WS-OUT-SEATS / 3
               COMPUTE WS-CLS-B-SEATS =
                   (WS-OUT-SEATS * 2) / 3 - WS-CLS-F-SEATS
               COMPUTE WS-CLS-Y-SEATS = WS-OUT-SEATS
                   - WS-CLS-F-SEATS - WS-CLS-B-SEATS
               MOVE WS-CLS-F-SEATS TO WS-ACV-F
               MOVE WS-CLS-B-SEATS TO WS-ACV-B
               MOVE WS-CLS-Y-SEATS TO WS-ACV-Y
               MOVE WS-ACV TO S3-ACV
           END-IF

      *    An arrival clock time before the departure's is the
      *    next day.
           MOVE '0' TO S3-DEP-DATE-VAR
           IF GL-ARRTIME < GL-DEPTIME
               MOVE '1' TO S3-ARR-DATE-VAR
           ELSE
               MOVE '0' TO S3-ARR-DATE-VAR
           END-IF

           ADD 1 TO WS-SERIAL
           MOVE WS-SERIAL TO S3-SERIAL
           WRITE WS-SSIM-LINE FROM WS-SSIM-LEG
           ADD 1 TO WS-LEG-COUNT

           IF WS-OUT-CSH-CARRIER NOT = SPACES
               PERFORM 6100-WRITE-CODESHARE-RECORD
           END-IF.

      *    Data element 010 - the partner's code and number on
      *    this leg.
       6100-WRITE-CODESHARE-RECORD.
           MOVE SPACES TO WS-SSIM-SEGMENT
           MOVE '4' TO S4-REC-TYPE
           MOVE S3-AIRLINE TO S4-AIRLINE
           MOVE S3-FLTNUM TO S4-FLTNUM
           MOVE S3-IVI TO S4-IVI
           MOVE S3-IVI-OVERFLOW TO S4-IVI-OVERFLOW
           MOVE S3-LEG-SEQ TO S4-LEG-SEQ
           MOVE S3-SVC-TYPE TO S4-SVC-TYPE
           MOVE 'A' TO S4-BOARD-IND
           MOVE 'B' TO S4-OFF-IND
           MOVE '010' TO S4-DEI
           MOVE GL-ORIG TO S4-BOARD-PT
           MOVE GL-DEST TO S4-OFF-PT
           MOVE WS-OUT-CSH-CARRIER TO S4-DATA(1:2)
           MOVE WS-OUT-CSH-FLTNUM TO S4-DATA(4:4)
           ADD 1 TO WS-SERIAL
           MOVE WS-SERIAL TO S4-SERIAL
           WRITE WS-SSIM-LINE FROM WS-SSIM-SEGMENT
           ADD 1 TO WS-CSH-COUNT.

      *    Carrier XX and flight 123 go out as 'XX ' and '0123'.
       7000-SET-FLIGHT-DESIGNATOR.
           MOVE SPACES TO S3-AIRLINE
           MOVE WS-OUT-FLTNUM(1:2) TO S3-AIRLINE(1:2)
           IF WS-OUT-FLTNUM(3:3) NUMERIC
               MOVE WS-OUT-FLTNUM(3:3) TO WS-FLT-DIGITS
               MOVE WS-FLT-DIGITS TO S3-FLTNUM
           ELSE
               MOVE WS-OUT-FLTNUM(3:3) TO S3-FLTNUM
           END-IF.

      *    STN-CODE's offset from UTC as +HHMM; a station not on
      *    file goes out as +0000 and is counted on the report.
       7100-GET-UTC-VARIATION.
           MOVE '+' TO WS-UTC-SIGN
           MOVE 0 TO WS-UTC-HH
           MOVE 0 TO WS-UTC-MM
           READ STN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-STN-OK
               ADD 1 TO WS-NO-STN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF STN-UTC-SIGN = '-'
               MOVE '-' TO WS-UTC-SIGN
           END-IF
           IF STN-UTC-MINS NUMERIC
               DIVIDE STN-UTC-MINS BY 60 GIVING WS-UTC-HH
                   REMAINDER WS-UTC-MM
           END-IF.

       7200-FORMAT-SSIM-DATE.
           MOVE SPACES TO WS-SSIM-DATE
           IF WS-DATE-IN NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-IN(7:2) TO WS-SD-DD
           MOVE WS-DATE-IN(5:2) TO WS-MONTH-NUM
           IF WS-MONTH-NUM >= 1 AND WS-MONTH-NUM <= 12
               MOVE WS-MONTH-NAME(WS-MONTH-NUM) TO WS-SD-MMM
           END-IF
           MOVE WS-DATE-IN(3:2) TO WS-SD-YY.

       9000-FINALIZE-RUN.
           MOVE SPACES TO S5-AIRLINE
           MOVE WS-AIRLINE TO S5-AIRLINE(1:2)
           MOVE S2-RELEASE-DATE TO S5-RELEASE-DATE
           MOVE WS-SERIAL TO S5-SERIAL-CHECK
           ADD 1 TO WS-SERIAL
           MOVE WS-SERIAL TO S5-SERIAL
           WRITE WS-SSIM-LINE FROM WS-SSIM-TRAILER

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-LEG-COUNT TO TL1-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-CSH-COUNT TO TL2-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-CNL-COUNT TO TL3-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-SKIP-COUNT TO TL4-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-NO-STN-COUNT TO TL5-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5

           CLOSE PATTERN-IN
           CLOSE FLSR-FILE
           CLOSE STN-FILE
           CLOSE SSIM-OUT
           CLOSE EXPORT-RPT
           IF CC-CHANGE-RUN
               CLOSE CHANGE-IN
           END-IF.

       8100-READ-PATTERN.
           READ PATTERN-IN
               AT END
                   MOVE 'Y' TO WS-PAT-EOF-SW
           END-READ.

       8200-READ-CHANGE.
           READ CHANGE-IN
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ.
