       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRRPT.

      * =======================================================
      *   AGENT PRODUCTIVITY AND QUALITY REPORT
      * =======================================================
      *   OPSSUM counts the day's activity by status, program
      *   and hour; this report counts it by who did it. For
      *   the week on SYSIN (from and to dates - the seven days
      *   to yesterday when left blank) every operator's work
      *   is counted off the logs that carry their user id:
      *     - BKG   bookings made - a BOOK or BKSV entry on
      *             AUDTFIL taking a PNR to held, confirmed or
      *             waitlisted from no live status;
      *     - HXP   holds that expired - HLDX cancelled the
      *             hold, charged to the agent who last booked
      *             the PNR (whenever that was);
      *     - VOID  bookings the same agent cancelled within
      *             the hour - an X entry by the user who made
      *             the PNR's latest booking entry, on the same
      *             day and no more than 3600 seconds later;
      *     - CKIN  check-ins (CKI2, CKSV);
      *     - BUMP  passengers bumped off a flight (GTBM to B);
      *     - SEAT  seat-file edits on SEATLOG;
      *     - PARM  parameter changes on PARMLOG.
      *   Operators are grouped under their home station on
      *   USRMSTR. The void rate is voids per 100 bookings; the
      *   override rate is bumps plus seat edits per 100
      *   bookings and check-ins. An operator whose rate is
      *   over the flag factor on SYSIN (2.0 when blank) times
      *   their station's rate, on at least 3 events, is
      *   flagged V (voids) or O (overrides) for the station
      *   manager to look into.
      *
      *   Every booking entry up to the end of the week is kept
      *   on the keyed work file OPRXBKG - PNR, who, when - so a
      *   void or an expiry is one random read.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO USRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS US-USERID
               FILE STATUS IS WS-USR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT BOOKING-FILE ASSIGN TO OPRXBKG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BW-PNR
               FILE STATUS IS WS-BKW-STATUS.

           SELECT SEATLOG-FILE ASSIGN TO SEATLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKL-STATUS.

           SELECT PARMLOG-FILE ASSIGN TO PARMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PML-STATUS.

           SELECT OPER-RPT ASSIGN TO OPRRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       01  WS-USER-REC.
           05 US-USERID             PIC X(8).
           05 US-PASSWORD           PIC X(8).
           05 US-AUTHORITY          PIC X.
           05 US-NAME               PIC X(20).
           05 US-STATUS             PIC X.
               88 US-ST-ACTIVE      VALUE 'A'.
               88 US-ST-CLOSED      VALUE 'C'.
           05 US-PWD-CHANGED        PIC X(8).
           05 US-FAIL-COUNT         PIC 9(1).
           05 US-LOCKED             PIC X.
               88 US-IS-LOCKED      VALUE 'L'.
           05 US-LAST-ACTIVE        PIC X(8).
           05 US-FORCE-CHANGE       PIC X.
           05 US-STATION            PIC X(3).

      * PNR status audit record (append-only log of every change)
       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 AU-PNR                PIC X(6).
           05 AU-OLD-STATUS         PIC X.
           05 AU-NEW-STATUS         PIC X.
           05 AU-DATE               PIC X(8).
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

      *   Work file - the latest booking entry for each PNR.
       FD  BOOKING-FILE.
       01  WS-BKW-REC.
           05 BW-PNR                PIC X(6).
           05 BW-USER               PIC X(8).
           05 BW-DATE               PIC X(8).
           05 BW-TIME               PIC X(6).

      *   Seat edit log, written by SEAT.
       FD  SEATLOG-FILE.
       01  WS-SEATLOG-REC.
           05 SK-FLIGHT             PIC X(6).
           05 SK-DATE               PIC X(8).
           05 SK-POS                PIC 9(3).
           05 SK-OLD-SEAT           PIC X(3).
           05 SK-NEW-SEAT           PIC X(3).
           05 SK-ACTION             PIC X.
           05 SK-LOG-DATE           PIC X(8).
           05 SK-LOG-TIME           PIC X(6).
           05 SK-USER               PIC X(8).

      *   Parameter change log, written by PARM.
       FD  PARMLOG-FILE.
       01  WS-PARMLOG-REC.
           05 PL-NAME               PIC X(8).
           05 PL-OLD-VALUE          PIC X(12).
           05 PL-NEW-VALUE          PIC X(12).
           05 PL-DATE               PIC X(8).
           05 PL-TIME               PIC X(6).
           05 PL-USER               PIC X(8).

       FD  OPER-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-USR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-USR-OK              VALUE '00'.
       01 WS-USR-EOF-SW              PIC X VALUE 'N'.
           88 WS-USR-DONE            VALUE 'Y'.

       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AUD-OK              VALUE '00'.
       01 WS-AUD-EOF-SW              PIC X VALUE 'N'.
           88 WS-AUD-DONE            VALUE 'Y'.

       01 WS-BKW-STATUS              PIC X(2) VALUE SPACES.
           88 WS-BKW-OK              VALUE '00'.

       01 WS-SKL-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SKL-OK              VALUE '00'.
       01 WS-SKL-EOF-SW              PIC X VALUE 'N'.
           88 WS-SKL-DONE            VALUE 'Y'.

       01 WS-PML-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PML-OK              VALUE '00'.
       01 WS-PML-EOF-SW              PIC X VALUE 'N'.
           88 WS-PML-DONE            VALUE 'Y'.

       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-CONTROL-CARD.
           05 CC-FROM-DATE            PIC X(8).
           05 CC-TO-DATE              PIC X(8).
           05 CC-FLAG-FACTOR          PIC X(2).
           05 CC-FLAG-FACTOR-N REDEFINES CC-FLAG-FACTOR
                                      PIC 9V9.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01 WS-TODAY-INT                PIC S9(9) COMP VALUE 0.

       01 WS-FROM-DATE                PIC X(8) VALUE SPACES.
       01 WS-TO-DATE                  PIC X(8) VALUE SPACES.
       01 WS-FLAG-FACTOR              PIC 9V9 VALUE 2.0.
       01 WS-FLAG-MIN-EVENTS          PIC 9(3) VALUE 3.
       01 WS-VOID-WINDOW              PIC 9(5) VALUE 3600.

      * Every operator seen - off USRMSTR first, then anyone on
      * the logs who is no longer there (no home station).
       01 WS-OPER-COUNT              PIC 9(3) VALUE 0.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-OX.
               10 OP-USER             PIC X(8).
               10 OP-NAME             PIC X(20).
               10 OP-STATION          PIC X(3).
               10 OP-BOOKED           PIC 9(5).
               10 OP-EXPIRED          PIC 9(5).
               10 OP-VOIDED           PIC 9(5).
               10 OP-CHECKIN          PIC 9(5).
               10 OP-BUMPED           PIC 9(5).
               10 OP-SEAT-EDIT        PIC 9(5).
               10 OP-PARM-CHG         PIC 9(5).
       01 WS-OPER-FULL-SW            PIC X VALUE 'N'.
           88 WS-OPER-FULL           VALUE 'Y'.
       01 WS-OPER-MATCH-SW           PIC X VALUE 'N'.
           88 WS-OPER-MATCHED        VALUE 'Y'.

       01 WS-WORK-USER               PIC X(8) VALUE SPACES.
       01 WS-WORK-DATE               PIC X(8) VALUE SPACES.
       01 WS-IN-WINDOW-SW            PIC X VALUE 'N'.
           88 WS-IN-WINDOW           VALUE 'Y'.

      * Seconds into the day of the booking and of the void.
       01 WS-TIME-WORK.
           05 WS-TW-HH                PIC 9(2).
           05 WS-TW-MM                PIC 9(2).
           05 WS-TW-SS                PIC 9(2).
       01 WS-BOOK-SECS               PIC 9(5) VALUE 0.
       01 WS-VOID-SECS               PIC 9(5) VALUE 0.

      * Station control - stations are printed in code order,
      * operators with no home station first.
       01 WS-LAST-STATION            PIC X(3) VALUE LOW-VALUES.
       01 WS-THIS-STATION            PIC X(3) VALUE SPACES.
       01 WS-STN-FOUND-SW            PIC X VALUE 'N'.
           88 WS-STN-FOUND           VALUE 'Y'.

       01 WS-STATION-TOTALS.
           05 WS-ST-BOOKED            PIC 9(7).
           05 WS-ST-EXPIRED           PIC 9(7).
           05 WS-ST-VOIDED            PIC 9(7).
           05 WS-ST-CHECKIN           PIC 9(7).
           05 WS-ST-BUMPED            PIC 9(7).
           05 WS-ST-SEAT-EDIT         PIC 9(7).
           05 WS-ST-PARM-CHG          PIC 9(7).
           05 WS-ST-OPERS             PIC 9(5).

       01 WS-GRAND-TOTALS.
           05 WS-GT-BOOKED            PIC 9(7).
           05 WS-GT-EXPIRED           PIC 9(7).
           05 WS-GT-VOIDED            PIC 9(7).
           05 WS-GT-CHECKIN           PIC 9(7).
           05 WS-GT-BUMPED            PIC 9(7).
           05 WS-GT-SEAT-EDIT         PIC 9(7).
           05 WS-GT-PARM-CHG          PIC 9(7).
           05 WS-GT-OPERS             PIC 9(5).
           05 WS-GT-FLAGGED           PIC 9(5).
           05 WS-GT-HXP-UNKNOWN       PIC 9(7).

       01 WS-VOID-EVENTS              PIC 9(7) VALUE 0.
       01 WS-VOID-BASE                PIC 9(7) VALUE 0.
       01 WS-OVR-EVENTS               PIC 9(7) VALUE 0.
       01 WS-OVR-BASE                 PIC 9(7) VALUE 0.
       01 WS-RATE                     PIC 9(5)V9 VALUE 0.
       01 WS-VOID-RATE                PIC 9(5)V9 VALUE 0.
       01 WS-OVR-RATE                 PIC 9(5)V9 VALUE 0.
       01 WS-ST-VOID-RATE             PIC 9(5)V9 VALUE 0.
       01 WS-ST-OVR-RATE              PIC 9(5)V9 VALUE 0.
       01 WS-FLAG-LIMIT               PIC 9(6)V99 VALUE 0.
       01 WS-FLAGS                    PIC X(2) VALUE SPACES.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(38)
               VALUE 'AGENT PRODUCTIVITY AND QUALITY REPORT '.
           05 HD-FROM                 PIC X(8).
           05 FILLER                  PIC X(4) VALUE ' TO '.
           05 HD-TO                   PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(36)
               VALUE 'FLAGGED (V VOIDS, O OVERRIDES) OVER '.
           05 HD-FACTOR               PIC 9.9.
           05 FILLER                  PIC X(26)
               VALUE ' X THE STATION RATE       '.

       01 WS-HEADING-3.
           05 FILLER                  PIC X(8) VALUE 'USER'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE '  BKG'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(4) VALUE ' HXP'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(4) VALUE 'VOID'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE ' CKIN'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(4) VALUE 'BUMP'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(4) VALUE 'SEAT'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(4) VALUE 'PARM'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE 'VOID%'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(5) VALUE ' OVR%'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(2) VALUE 'FL'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(14) VALUE 'NAME'.

       01 WS-STATION-LINE.
           05 FILLER                  PIC X(8) VALUE 'STATION '.
           05 SL-STATION              PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SL-NOTE                 PIC X(30).

       01 WS-DETAIL-LINE.
           05 DT-USER                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-BOOKED               PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-EXPIRED              PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-VOIDED               PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-CHECKIN              PIC ZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-BUMPED               PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-SEAT-EDIT            PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-PARM-CHG             PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-VOID-RATE            PIC ZZ9.9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-OVR-RATE             PIC ZZ9.9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-FLAGS                PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-NAME                 PIC X(14).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(28)
               VALUE 'OPERATORS REPORTED:        '.
           05 TL1-COUNT               PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(28)
               VALUE 'OPERATORS FLAGGED:         '.
           05 TL2-COUNT               PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(28)
               VALUE 'BOOKINGS / VOIDS:          '.
           05 TL3-BOOKED              PIC ZZZZZZ9.
           05 FILLER                  PIC X(3) VALUE ' / '.
           05 TL3-VOIDED              PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(28)
               VALUE 'CHECK-INS / BUMPS:         '.
           05 TL4-CHECKIN             PIC ZZZZZZ9.
           05 FILLER                  PIC X(3) VALUE ' / '.
           05 TL4-BUMPED              PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(28)
               VALUE 'SEAT EDITS / PARM CHANGES: '.
           05 TL5-SEAT-EDIT           PIC ZZZZZZ9.
           05 FILLER                  PIC X(3) VALUE ' / '.
           05 TL5-PARM-CHG            PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-6.
           05 FILLER                  PIC X(28)
               VALUE 'HOLDS EXPIRED:             '.
           05 TL6-EXPIRED             PIC ZZZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 TL6-UNKNOWN             PIC ZZZZZZ9.
           05 FILLER                  PIC X(20)
               VALUE ' WITH NO BOOKING AGT'.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-OPERATORS UNTIL WS-USR-DONE
           PERFORM 3000-PROCESS-AUDIT UNTIL WS-AUD-DONE
           PERFORM 4000-PROCESS-SEAT-EDITS UNTIL WS-SKL-DONE
           PERFORM 4500-PROCESS-PARM-CHANGES UNTIL WS-PML-DONE
           PERFORM 5000-REPORT-NEXT-STATION
               UNTIL NOT WS-STN-FOUND
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

      *    The week runs from the from date to the to date, both
      *    inclusive; with no dates it is the seven days ending
      *    yesterday.
       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)
           MOVE WS-CURR-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE CC-FROM-DATE TO WS-FROM-DATE
           MOVE CC-TO-DATE TO WS-TO-DATE
           IF WS-FROM-DATE = SPACES
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7)
               MOVE WS-DATE-NUM TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
               MOVE WS-DATE-NUM TO WS-TO-DATE
           END-IF
           IF CC-FLAG-FACTOR IS NUMERIC AND CC-FLAG-FACTOR-N > 0
               MOVE CC-FLAG-FACTOR-N TO WS-FLAG-FACTOR
           END-IF

           INITIALIZE WS-OPER-TABLE
           INITIALIZE WS-GRAND-TOTALS

           OPEN INPUT USER-FILE
           OPEN INPUT AUDIT-FILE
           OPEN INPUT SEATLOG-FILE
           OPEN INPUT PARMLOG-FILE
           OPEN OUTPUT BOOKING-FILE
           CLOSE BOOKING-FILE
           OPEN I-O BOOKING-FILE
           OPEN OUTPUT OPER-RPT

           MOVE WS-FROM-DATE TO HD-FROM
           MOVE WS-TO-DATE TO HD-TO
           MOVE WS-FLAG-FACTOR TO HD-FACTOR
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           WRITE WS-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-3

           MOVE 'Y' TO WS-STN-FOUND-SW

           PERFORM 8100-READ-USER
           PERFORM 8200-READ-AUDIT
           PERFORM 8300-READ-SEATLOG
           PERFORM 8400-READ-PARMLOG.

      * =======================================================
      *   PASS 1 - EVERY OPERATOR AND THEIR HOME STATION
      * =======================================================
       2000-LOAD-OPERATORS.
           IF WS-OPER-COUNT < 500
               ADD 1 TO WS-OPER-COUNT
               SET WS-OX TO WS-OPER-COUNT
               MOVE US-USERID TO OP-USER(WS-OX)
               MOVE US-NAME TO OP-NAME(WS-OX)
               MOVE US-STATION TO OP-STATION(WS-OX)
           ELSE
               MOVE 'Y' TO WS-OPER-FULL-SW
           END-IF

           PERFORM 8100-READ-USER.

      * =======================================================
      *   PASS 2 - BOOKINGS, VOIDS, EXPIRIES, CHECK-INS, BUMPS
      * =======================================================
      *    Booking entries are noted from the start of the log,
      *    so a hold made before the week that expires in it
      *    still finds its agent; only the week is counted.
       3000-PROCESS-AUDIT.
           IF AU-DATE > WS-TO-DATE
               PERFORM 8200-READ-AUDIT
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-IN-WINDOW-SW
           IF AU-DATE >= WS-FROM-DATE
               MOVE 'Y' TO WS-IN-WINDOW-SW
           END-IF

           IF AU-NEW-STATUS = 'X' AND WS-IN-WINDOW
               IF AU-PROGRAM = 'HLDX'
                   PERFORM 3300-CHARGE-EXPIRY
               ELSE
                   IF AU-USER NOT = SPACES
                       PERFORM 3400-CHECK-QUICK-VOID
                   END-IF
               END-IF
           END-IF

           IF (AU-PROGRAM = 'BOOK' OR AU-PROGRAM = 'BKSV')
              AND AU-USER NOT = SPACES
              AND (AU-NEW-STATUS = 'H' OR AU-NEW-STATUS = 'C'
                   OR AU-NEW-STATUS = 'W')
               PERFORM 3100-NOTE-BOOKING
           END-IF

           IF WS-IN-WINDOW AND AU-USER NOT = SPACES
               IF AU-PROGRAM = 'CKI2' OR AU-PROGRAM = 'CKSV'
                   MOVE AU-USER TO WS-WORK-USER
                   PERFORM 7000-FIND-OPERATOR
                   IF WS-OPER-MATCHED
                       ADD 1 TO OP-CHECKIN(WS-OX)
                   END-IF
               END-IF
               IF AU-PROGRAM = 'GTBM' AND AU-NEW-STATUS = 'B'
                   MOVE AU-USER TO WS-WORK-USER
                   PERFORM 7000-FIND-OPERATOR
                   IF WS-OPER-MATCHED
                       ADD 1 TO OP-BUMPED(WS-OX)
                   END-IF
               END-IF
           END-IF

           PERFORM 8200-READ-AUDIT.

      *    A confirmation of the agent's own hold is the same
      *    booking, not a new one - only an entry out of no live
      *    status counts as a booking made.
       3100-NOTE-BOOKING.
           MOVE AU-PNR TO BW-PNR
           MOVE AU-USER TO BW-USER
           MOVE AU-DATE TO BW-DATE
           MOVE AU-TIME TO BW-TIME
           WRITE WS-BKW-REC
               INVALID KEY
                   REWRITE WS-BKW-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE

           IF WS-IN-WINDOW
              AND AU-OLD-STATUS NOT = 'H'
              AND AU-OLD-STATUS NOT = 'C'
              AND AU-OLD-STATUS NOT = 'W'
               MOVE AU-USER TO WS-WORK-USER
               PERFORM 7000-FIND-OPERATOR
               IF WS-OPER-MATCHED
                   ADD 1 TO OP-BOOKED(WS-OX)
               END-IF
           END-IF.

       3300-CHARGE-EXPIRY.
           MOVE AU-PNR TO BW-PNR
           READ BOOKING-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-BKW-OK
               MOVE BW-USER TO WS-WORK-USER
               PERFORM 7000-FIND-OPERATOR
               IF WS-OPER-MATCHED
                   ADD 1 TO OP-EXPIRED(WS-OX)
               END-IF
           ELSE
               ADD 1 TO WS-GT-HXP-UNKNOWN
           END-IF.

      *    Across midnight the booking and the void fall on two
      *    days and are not matched.
       3400-CHECK-QUICK-VOID.
           MOVE AU-PNR TO BW-PNR
           READ BOOKING-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-BKW-OK
              OR BW-USER NOT = AU-USER
              OR BW-DATE NOT = AU-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE BW-TIME TO WS-TIME-WORK
           COMPUTE WS-BOOK-SECS = WS-TW-HH * 3600 + WS-TW-MM * 60
                                + WS-TW-SS
           MOVE AU-TIME TO WS-TIME-WORK
           COMPUTE WS-VOID-SECS = WS-TW-HH * 3600 + WS-TW-MM * 60
                                + WS-TW-SS

           IF WS-VOID-SECS >= WS-BOOK-SECS
              AND WS-VOID-SECS - WS-BOOK-SECS <= WS-VOID-WINDOW
               MOVE AU-USER TO WS-WORK-USER
               PERFORM 7000-FIND-OPERATOR
               IF WS-OPER-MATCHED
                   ADD 1 TO OP-VOIDED(WS-OX)
               END-IF
           END-IF.

      * =======================================================
      *   PASS 3 - SEAT-FILE EDITS AND PARAMETER CHANGES
      * =======================================================
       4000-PROCESS-SEAT-EDITS.
           IF SK-LOG-DATE >= WS-FROM-DATE
              AND SK-LOG-DATE <= WS-TO-DATE
              AND SK-USER NOT = SPACES
               MOVE SK-USER TO WS-WORK-USER
               PERFORM 7000-FIND-OPERATOR
               IF WS-OPER-MATCHED
                   ADD 1 TO OP-SEAT-EDIT(WS-OX)
               END-IF
           END-IF

           PERFORM 8300-READ-SEATLOG.

       4500-PROCESS-PARM-CHANGES.
           IF PL-DATE >= WS-FROM-DATE
              AND PL-DATE <= WS-TO-DATE
              AND PL-USER NOT = SPACES
               MOVE PL-USER TO WS-WORK-USER
               PERFORM 7000-FIND-OPERATOR
               IF WS-OPER-MATCHED
                   ADD 1 TO OP-PARM-CHG(WS-OX)
               END-IF
           END-IF

           PERFORM 8400-READ-PARMLOG.

      * =======================================================
      *   ONE BLOCK PER STATION - ITS OPERATORS AND ITS AVERAGE
      * =======================================================
      *    The next station is the lowest code after the one
      *    just printed held by an operator with any activity.
       5000-REPORT-NEXT-STATION.
           MOVE 'N' TO WS-STN-FOUND-SW
           MOVE HIGH-VALUES TO WS-THIS-STATION
           PERFORM 5100-CHECK-STATION-CODE
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OPER-COUNT
           IF NOT WS-STN-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-THIS-STATION TO WS-LAST-STATION

           INITIALIZE WS-STATION-TOTALS
           PERFORM 5200-ADD-STATION-TOTALS
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OPER-COUNT

           MOVE WS-ST-VOIDED TO WS-VOID-EVENTS
           MOVE WS-ST-BOOKED TO WS-VOID-BASE
           COMPUTE WS-OVR-EVENTS = WS-ST-BUMPED + WS-ST-SEAT-EDIT
           COMPUTE WS-OVR-BASE = WS-ST-BOOKED + WS-ST-CHECKIN
           PERFORM 7100-COMPUTE-RATES
           MOVE WS-VOID-RATE TO WS-ST-VOID-RATE
           MOVE WS-OVR-RATE TO WS-ST-OVR-RATE

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-THIS-STATION TO SL-STATION
           IF WS-THIS-STATION = SPACES
               MOVE 'NO HOME STATION ON USRMSTR' TO SL-NOTE
           ELSE
               MOVE SPACES TO SL-NOTE
           END-IF
           WRITE WS-RPT-LINE FROM WS-STATION-LINE

           PERFORM 5300-REPORT-OPERATOR
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OPER-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'STN AVG' TO DT-USER
           MOVE WS-ST-BOOKED TO DT-BOOKED
           MOVE WS-ST-EXPIRED TO DT-EXPIRED
           MOVE WS-ST-VOIDED TO DT-VOIDED
           MOVE WS-ST-CHECKIN TO DT-CHECKIN
           MOVE WS-ST-BUMPED TO DT-BUMPED
           MOVE WS-ST-SEAT-EDIT TO DT-SEAT-EDIT
           MOVE WS-ST-PARM-CHG TO DT-PARM-CHG
           MOVE WS-ST-VOID-RATE TO DT-VOID-RATE
           MOVE WS-ST-OVR-RATE TO DT-OVR-RATE
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       5100-CHECK-STATION-CODE.
           IF OP-STATION(WS-OX) > WS-LAST-STATION
              AND OP-STATION(WS-OX) < WS-THIS-STATION
              AND OP-BOOKED(WS-OX) + OP-EXPIRED(WS-OX)
                + OP-VOIDED(WS-OX) + OP-CHECKIN(WS-OX)
                + OP-BUMPED(WS-OX) + OP-SEAT-EDIT(WS-OX)
                + OP-PARM-CHG(WS-OX) > 0
               MOVE OP-STATION(WS-OX) TO WS-THIS-STATION
               MOVE 'Y' TO WS-STN-FOUND-SW
           END-IF.

       5200-ADD-STATION-TOTALS.
           IF OP-STATION(WS-OX) = WS-THIS-STATION
               ADD OP-BOOKED(WS-OX) TO WS-ST-BOOKED
               ADD OP-EXPIRED(WS-OX) TO WS-ST-EXPIRED
               ADD OP-VOIDED(WS-OX) TO WS-ST-VOIDED
               ADD OP-CHECKIN(WS-OX) TO WS-ST-CHECKIN
               ADD OP-BUMPED(WS-OX) TO WS-ST-BUMPED
               ADD OP-SEAT-EDIT(WS-OX) TO WS-ST-SEAT-EDIT
               ADD OP-PARM-CHG(WS-OX) TO WS-ST-PARM-CHG
           END-IF.

       5300-REPORT-OPERATOR.
           IF OP-STATION(WS-OX) NOT = WS-THIS-STATION
              OR OP-BOOKED(WS-OX) + OP-EXPIRED(WS-OX)
               + OP-VOIDED(WS-OX) + OP-CHECKIN(WS-OX)
               + OP-BUMPED(WS-OX) + OP-SEAT-EDIT(WS-OX)
               + OP-PARM-CHG(WS-OX) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE OP-VOIDED(WS-OX) TO WS-VOID-EVENTS
           MOVE OP-BOOKED(WS-OX) TO WS-VOID-BASE
           COMPUTE WS-OVR-EVENTS = OP-BUMPED(WS-OX)
                                 + OP-SEAT-EDIT(WS-OX)
           COMPUTE WS-OVR-BASE = OP-BOOKED(WS-OX)
                               + OP-CHECKIN(WS-OX)
           PERFORM 7100-COMPUTE-RATES

           MOVE SPACES TO WS-FLAGS
           COMPUTE WS-FLAG-LIMIT = WS-ST-VOID-RATE * WS-FLAG-FACTOR
           IF WS-VOID-EVENTS >= WS-FLAG-MIN-EVENTS
              AND WS-VOID-RATE > WS-FLAG-LIMIT
               MOVE 'V' TO WS-FLAGS(1:1)
           END-IF
           COMPUTE WS-FLAG-LIMIT = WS-ST-OVR-RATE * WS-FLAG-FACTOR
           IF WS-OVR-EVENTS >= WS-FLAG-MIN-EVENTS
              AND WS-OVR-RATE > WS-FLAG-LIMIT
               MOVE 'O' TO WS-FLAGS(2:1)
           END-IF
           IF WS-FLAGS NOT = SPACES
               ADD 1 TO WS-GT-FLAGGED
           END-IF

           ADD 1 TO WS-GT-OPERS
           ADD OP-BOOKED(WS-OX) TO WS-GT-BOOKED
           ADD OP-EXPIRED(WS-OX) TO WS-GT-EXPIRED
           ADD OP-VOIDED(WS-OX) TO WS-GT-VOIDED
           ADD OP-CHECKIN(WS-OX) TO WS-GT-CHECKIN
           ADD OP-BUMPED(WS-OX) TO WS-GT-BUMPED
           ADD OP-SEAT-EDIT(WS-OX) TO WS-GT-SEAT-EDIT
           ADD OP-PARM-CHG(WS-OX) TO WS-GT-PARM-CHG

           MOVE OP-USER(WS-OX) TO DT-USER
           MOVE OP-BOOKED(WS-OX) TO DT-BOOKED
           MOVE OP-EXPIRED(WS-OX) TO DT-EXPIRED
           MOVE OP-VOIDED(WS-OX) TO DT-VOIDED
           MOVE OP-CHECKIN(WS-OX) TO DT-CHECKIN
           MOVE OP-BUMPED(WS-OX) TO DT-BUMPED
           MOVE OP-SEAT-EDIT(WS-OX) TO DT-SEAT-EDIT
           MOVE OP-PARM-CHG(WS-OX) TO DT-PARM-CHG
           MOVE WS-VOID-RATE TO DT-VOID-RATE
           MOVE WS-OVR-RATE TO DT-OVR-RATE
           MOVE WS-FLAGS TO DT-FLAGS
           MOVE OP-NAME(WS-OX) TO DT-NAME
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      *    WS-WORK-USER's row - a user id on the logs that is
      *    not on USRMSTR (an account since deleted) gets a row
      *    of its own with no home station.
       7000-FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-MATCH-SW
           IF WS-OPER-COUNT > 0
               SET WS-OX TO 1
               SEARCH WS-OPER-ENTRY VARYING WS-OX
                   AT END
                       CONTINUE
                   WHEN OP-USER(WS-OX) = WS-WORK-USER
                       MOVE 'Y' TO WS-OPER-MATCH-SW
               END-SEARCH
           END-IF
           IF NOT WS-OPER-MATCHED
               IF WS-OPER-COUNT < 500
                   ADD 1 TO WS-OPER-COUNT
                   SET WS-OX TO WS-OPER-COUNT
                   MOVE WS-WORK-USER TO OP-USER(WS-OX)
                   MOVE '(NOT ON USRMSTR)' TO OP-NAME(WS-OX)
                   MOVE SPACES TO OP-STATION(WS-OX)
                   MOVE 'Y' TO WS-OPER-MATCH-SW
               ELSE
                   MOVE 'Y' TO WS-OPER-FULL-SW
               END-IF
           END-IF.

      *    Per 100 of the base; nothing to measure against counts
      *    as a base of one. Capped to what the line can print.
       7100-COMPUTE-RATES.
           IF WS-VOID-BASE = 0
               MOVE 1 TO WS-VOID-BASE
           END-IF
           COMPUTE WS-RATE ROUNDED =
               WS-VOID-EVENTS * 100 / WS-VOID-BASE
           IF WS-RATE > 999.9
               MOVE 999.9 TO WS-RATE
           END-IF
           MOVE WS-RATE TO WS-VOID-RATE

           IF WS-OVR-BASE = 0
               MOVE 1 TO WS-OVR-BASE
           END-IF
           COMPUTE WS-RATE ROUNDED =
               WS-OVR-EVENTS * 100 / WS-OVR-BASE
           IF WS-RATE > 999.9
               MOVE 999.9 TO WS-RATE
           END-IF
           MOVE WS-RATE TO WS-OVR-RATE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-GT-OPERS TO TL1-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-GT-FLAGGED TO TL2-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-GT-BOOKED TO TL3-BOOKED
           MOVE WS-GT-VOIDED TO TL3-VOIDED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-GT-CHECKIN TO TL4-CHECKIN
           MOVE WS-GT-BUMPED TO TL4-BUMPED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-GT-SEAT-EDIT TO TL5-SEAT-EDIT
           MOVE WS-GT-PARM-CHG TO TL5-PARM-CHG
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-GT-EXPIRED TO TL6-EXPIRED
           MOVE WS-GT-HXP-UNKNOWN TO TL6-UNKNOWN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-6

           IF WS-OPER-FULL
               DISPLAY 'OPRRPT OPERATOR TABLE FULL - SOME ACTIVITY '
                       'NOT REPORTED'
           END-IF

           CLOSE USER-FILE
           CLOSE AUDIT-FILE
           CLOSE BOOKING-FILE
           CLOSE SEATLOG-FILE
           CLOSE PARMLOG-FILE
           CLOSE OPER-RPT.

       8100-READ-USER.
           READ USER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-USR-EOF-SW
           END-READ.

       8200-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SW
           END-READ.

       8300-READ-SEATLOG.
           READ SEATLOG-FILE
               AT END
                   MOVE 'Y' TO WS-SKL-EOF-SW
           END-READ.

       8400-READ-PARMLOG.
           READ PARMLOG-FILE
               AT END
                   MOVE 'Y' TO WS-PML-EOF-SW
           END-READ.
