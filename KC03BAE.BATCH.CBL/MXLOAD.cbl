       IDENTIFICATION DIVISION.
       PROGRAM-ID. MXLOAD.

      * =======================================================
      *   AIRFRAME MAINTENANCE PROGRAMME LOAD
      * =======================================================
      *   Applies engineering's feed to TAILMNT - per TAILMST
      *   registration, the check interval in flying hours, in
      *   cycles and in calendar days (zero where the check is
      *   not driven by that measure), the date the last check
      *   was signed off, and for an airframe joining the fleet
      *   the hours and cycles it brought with it. A record
      *   whose last-check date is blank leaves the one on file
      *   alone, so the feed can change an interval without
      *   restarting the count. Add-or-refresh in place, the
      *   shape TLLOAD gives TAILMST. The utilisation totals and
      *   due status on the record belong to ACUTIL and are not
      *   touched here.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MX-IN ASSIGN TO MXIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT MNT-FILE ASSIGN TO TAILMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-REG
               FILE STATUS IS WS-MNT-STATUS.

           SELECT TAIL-FILE ASSIGN TO TAILMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-REG
               FILE STATUS IS WS-TL-STATUS.

           SELECT LOAD-RPT ASSIGN TO MXLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MX-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-REG                  PIC X(6).
           05 IN-CHK-HOURS            PIC X(5).
           05 IN-CHK-CYCLES           PIC X(5).
           05 IN-CHK-DAYS             PIC X(4).
           05 IN-LAST-CHK-DATE        PIC X(8).
           05 IN-BASE-HOURS           PIC X(6).
           05 IN-BASE-CYCLES          PIC X(6).

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

       FD  TAIL-FILE.
       01  WS-TAIL-REC.
           05 TL-REG                  PIC X(6).
           05 TL-ACFT-TYPE            PIC X(3).
           05 TL-STATUS               PIC X(1).
               88 TL-ST-ACTIVE        VALUE 'A' SPACE.
               88 TL-ST-GROUNDED      VALUE 'G'.
           05 TL-US-SEAT OCCURS 5 TIMES PIC X(3).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-MNT-STATUS               PIC X(2) VALUE SPACES.
           88 WS-MNT-OK               VALUE '00'.

       01 WS-TL-STATUS                PIC X(2) VALUE SPACES.
           88 WS-TL-OK                VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-BASE-HOURS               PIC 9(6) VALUE 0.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'MAINTENANCE PROGRAMME LOAD REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-REG                  PIC X(6).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-HOURS                PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-CYCLES               PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-DAYS                 PIC X(4).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(9) VALUE 'ADDED: '.
           05 TL-ADDED                PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE '  UPDATED: '.
           05 TL-UPDATED              PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-INPUT UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           OPEN INPUT MX-IN
           OPEN I-O MNT-FILE
           OPEN INPUT TAIL-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-PROGRAMME
           PERFORM 8000-READ-INPUT.

       2100-LOAD-PROGRAMME.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-REG TO DT-REG
           MOVE IN-CHK-HOURS TO DT-HOURS
           MOVE IN-CHK-CYCLES TO DT-CYCLES
           MOVE IN-CHK-DAYS TO DT-DAYS

           IF IN-REG = SPACES
              OR IN-CHK-HOURS NOT NUMERIC
              OR IN-CHK-CYCLES NOT NUMERIC
              OR IN-CHK-DAYS NOT NUMERIC
              OR (IN-LAST-CHK-DATE NOT = SPACES
                  AND IN-LAST-CHK-DATE NOT NUMERIC)
              OR (IN-BASE-HOURS NOT = SPACES
                  AND IN-BASE-HOURS NOT NUMERIC)
              OR (IN-BASE-CYCLES NOT = SPACES
                  AND IN-BASE-CYCLES NOT NUMERIC)
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-REG TO TL-REG
           READ TAIL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-TL-OK
               MOVE 'REJECTED - TAIL NOT ON MASTER' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-REG TO TM-REG
           READ MNT-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-PROGRAMME
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-PROGRAMME
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-PROGRAMME.
           MOVE SPACES TO WS-MNT-REC
           MOVE IN-REG TO TM-REG
           MOVE ZEROS TO TM-BASE-MINS
           MOVE ZEROS TO TM-BASE-CYCLES
           MOVE ZEROS TO TM-TOTAL-MINS
           MOVE ZEROS TO TM-TOTAL-CYCLES
           MOVE ZEROS TO TM-SINCE-MINS
           MOVE ZEROS TO TM-SINCE-CYCLES
           PERFORM 2700-APPLY-FEED-FIELDS

           WRITE WS-MNT-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-PROGRAMME.
           PERFORM 2700-APPLY-FEED-FIELDS

           REWRITE WS-MNT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 'UPDATED' TO DT-RESULT
           ADD 1 TO WS-UPDATED-COUNT.

       2700-APPLY-FEED-FIELDS.
           MOVE IN-CHK-HOURS TO TM-CHK-HOURS
           MOVE IN-CHK-CYCLES TO TM-CHK-CYCLES
           MOVE IN-CHK-DAYS TO TM-CHK-DAYS
           IF IN-LAST-CHK-DATE NOT = SPACES
               MOVE IN-LAST-CHK-DATE TO TM-LAST-CHK-DATE
           END-IF
           IF IN-BASE-HOURS NOT = SPACES
               MOVE IN-BASE-HOURS TO WS-BASE-HOURS
               COMPUTE TM-BASE-MINS = WS-BASE-HOURS * 60
           END-IF
           IF IN-BASE-CYCLES NOT = SPACES
               MOVE IN-BASE-CYCLES TO TM-BASE-CYCLES
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-UPDATED-COUNT TO TL-UPDATED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE MX-IN
           CLOSE MNT-FILE
           CLOSE TAIL-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ MX-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
