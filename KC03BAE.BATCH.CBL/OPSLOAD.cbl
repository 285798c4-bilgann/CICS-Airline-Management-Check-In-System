      *   refresh in place, the same shape FLLOAD uses for the
      *   schedule. OTPRPT compares FLTOPS against the schedule
      *   for the monthly on-time performance report.
      *   A flight that landed somewhere other than its planned
      *   destination carries the diversion on the same record:
      *   the station, the time it landed there, whether it
      *   continues from there, returns to its origin or
      *   terminates there, and the recovery flight/date and
      *   times the ops desk has set up to carry its bookings on.
      *   A flight that continues or terminates must name its
      *   recovery flight; one that returns may leave it blank,
      *   and is then cancelled and reaccommodated by DIVRCV.
      *   DIVRCV, run after this job, works each diversion once;
      *   a diversion it has worked is not overwritten by a
      *   later refresh.
      * =======================================================

       ENVIRONMENT DIVISION.
           05 IN-ACT-ARR              PIC X(4).
           05 IN-DELAY-CODE           PIC X(2).
           05 IN-DELAY-MINS           PIC 9(3).
           05 IN-DIV-STN              PIC X(3).
           05 IN-DIV-TIME             PIC X(4).
           05 IN-DIV-ACTION           PIC X(1).
           05 IN-RCV-FLTNUM           PIC X(5).
           05 IN-RCV-DATE             PIC X(8).
           05 IN-RCV-DEP              PIC X(4).
           05 IN-RCV-ARR              PIC X(4).

       FD  OPS-FILE.
       01  WS-OPS-REC.
      *    Minutes the crew attributed to the cause - the raw
      *    material of the monthly DLYRPT analysis.
           05 OP-DELAY-MINS           PIC 9(3).
      *    The diversion - blank for a flight that reached its
      *    planned destination. C continues from the diversion
      *    station, R returns to the origin, T terminates there.
           05 OP-DIVERSION.
               10 OP-DIV-STN          PIC X(3).
               10 OP-DIV-TIME         PIC X(4).
               10 OP-DIV-ACTION       PIC X(1).
                   88 OP-DIV-CONTINUES VALUE 'C'.
                   88 OP-DIV-RETURNS   VALUE 'R'.
                   88 OP-DIV-TERMINATES VALUE 'T'.
               10 OP-RCV-FLTNUM       PIC X(5).
               10 OP-RCV-DATE         PIC X(8).
               10 OP-RCV-DEP          PIC X(4).
               10 OP-RCV-ARR          PIC X(4).
      *    Set by DIVRCV once the diversion has been worked.
               10 OP-DIV-DONE         PIC X(1).
                   88 OP-DIV-WORKED   VALUE 'Y'.

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.
       01 WS-DIVERTED-COUNT           PIC 9(5) VALUE 0.
       01 WS-DIV-BAD                  PIC X VALUE 'N'.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(27)
           05 FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       01 WS-DIVERTED-LINE.
           05 FILLER                  PIC X(24)
               VALUE 'DIVERSIONS LOADED:     '.
           05 TL-DIVERTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
               EXIT PARAGRAPH
           END-IF

           IF IN-DIV-STN NOT = SPACES
               PERFORM 2150-VALIDATE-DIVERSION
               IF WS-DIV-BAD = 'Y'
                   MOVE 'REJECTED - BAD DIVERSION' TO DT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
                   WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE IN-FLTNUM TO OP-FLTNUM
           MOVE IN-DATE TO OP-DATE
           READ OPS-FILE

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      * =======================================================
      *   A DIVERSION MUST SAY WHERE, WHEN AND WHAT NEXT
      * =======================================================
      *    The recovery flight, when one is given, needs a real
      *    date and clock times; a flight continuing from or
      *    ending at the diversion station cannot carry its
      *    bookings on without one.
       2150-VALIDATE-DIVERSION.
           MOVE 'N' TO WS-DIV-BAD

           IF IN-DIV-TIME NOT NUMERIC
              OR IN-DIV-TIME(1:2) > '23' OR IN-DIV-TIME(3:2) > '59'
              OR (IN-DIV-ACTION NOT = 'C'
                  AND IN-DIV-ACTION NOT = 'R'
                  AND IN-DIV-ACTION NOT = 'T')
               MOVE 'Y' TO WS-DIV-BAD
               EXIT PARAGRAPH
           END-IF

           IF IN-RCV-FLTNUM = SPACES
               IF IN-DIV-ACTION NOT = 'R'
                   MOVE 'Y' TO WS-DIV-BAD
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF IN-RCV-DATE NOT NUMERIC
              OR IN-RCV-DATE < IN-DATE
              OR IN-RCV-DEP NOT NUMERIC
              OR IN-RCV-ARR NOT NUMERIC
              OR IN-RCV-DEP(1:2) > '23' OR IN-RCV-DEP(3:2) > '59'
              OR IN-RCV-ARR(1:2) > '23' OR IN-RCV-ARR(3:2) > '59'
              OR (IN-RCV-FLTNUM = IN-FLTNUM
                  AND IN-RCV-DATE = IN-DATE)
               MOVE 'Y' TO WS-DIV-BAD
           END-IF.

       2300-ADD-NEW-ACTUALS.
           MOVE SPACES TO WS-OPS-REC
           MOVE IN-FLTNUM TO OP-FLTNUM
           ELSE
               MOVE ZEROS TO OP-DELAY-MINS
           END-IF
           PERFORM 2700-LOAD-DIVERSION

           WRITE WS-OPS-REC
               INVALID KEY
           ELSE
               MOVE ZEROS TO OP-DELAY-MINS
           END-IF
           IF NOT OP-DIV-WORKED
               PERFORM 2700-LOAD-DIVERSION
           END-IF

           REWRITE WS-OPS-REC
               INVALID KEY
           MOVE 'UPDATED' TO DT-RESULT
           ADD 1 TO WS-UPDATED-COUNT.

       2700-LOAD-DIVERSION.
           MOVE SPACES TO OP-DIVERSION
           IF IN-DIV-STN NOT = SPACES
               MOVE IN-DIV-STN TO OP-DIV-STN
               MOVE IN-DIV-TIME TO OP-DIV-TIME
               MOVE IN-DIV-ACTION TO OP-DIV-ACTION
               MOVE IN-RCV-FLTNUM TO OP-RCV-FLTNUM
               MOVE IN-RCV-DATE TO OP-RCV-DATE
               MOVE IN-RCV-DEP TO OP-RCV-DEP
               MOVE IN-RCV-ARR TO OP-RCV-ARR
               MOVE 'N' TO OP-DIV-DONE
               ADD 1 TO WS-DIVERTED-COUNT
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-UPDATED-COUNT TO TL-UPDATED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-DIVERTED-COUNT TO TL-DIVERTED
           WRITE WS-RPT-LINE FROM WS-DIVERTED-LINE

           CLOSE OPS-IN
           CLOSE OPS-FILE
