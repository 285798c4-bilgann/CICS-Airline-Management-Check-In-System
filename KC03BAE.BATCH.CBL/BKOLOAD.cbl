       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKOLOAD.

      * =======================================================
      *   CLASS BUCKET MANUAL OVERRIDE LOAD
      * =======================================================
      *   Revenue management's "hands off" list for BKTADJ. Each
      *   feed record names a flight and a departure date - or a
      *   blank date for every departure of the flight - and an
      *   action: M puts the departure(s) under manual control so
      *   the nightly bucket adjustment leaves CLSINV alone, A
      *   hands them back to the automatic run. The same BKTOVR
      *   record carries the seats BKTADJ has moved between
      *   buckets for a departure, which a change of control
      *   keeps; only BKTADJ moves that figure. Add-or-refresh in
      *   place, the same shape the other masters load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVR-IN ASSIGN TO BKOIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT OVR-FILE ASSIGN TO BKTOVR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BO-KEY
               FILE STATUS IS WS-BO-STATUS.

           SELECT LOAD-RPT ASSIGN TO BKOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVR-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-FLTNUM               PIC X(5).
           05 IN-DATE                 PIC X(8).
           05 IN-ACTION               PIC X(1).
               88 IN-ACT-MANUAL       VALUE 'M'.
               88 IN-ACT-AUTO         VALUE 'A'.

      *   Per departure (or per flight, blank date) - manual
      *   control flag and the seats BKTADJ has moved out of
      *   the cheapest bucket into the next one up.
       FD  OVR-FILE.
       01  WS-OVR-REC.
           05 BO-KEY.
               10 BO-FLTNUM           PIC X(5).
               10 BO-DATE             PIC X(8).
           05 BO-MANUAL               PIC X(1).
               88 BO-MANUAL-HOLD      VALUE 'M'.
           05 BO-SHIFTED              PIC 9(3).
           05 BO-LAST-DATE            PIC X(8).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-BO-STATUS                PIC X(2) VALUE SPACES.
           88 WS-BO-OK                VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'CLASS BUCKET OVERRIDE LOAD REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-FLTNUM               PIC X(5).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-ACTION               PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-RESULT               PIC X(24).

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
           OPEN INPUT OVR-IN
           OPEN I-O OVR-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-OVERRIDE
           PERFORM 8000-READ-INPUT.

       2100-LOAD-OVERRIDE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-FLTNUM TO DT-FLTNUM
           MOVE IN-DATE TO DT-DATE
           MOVE IN-ACTION TO DT-ACTION

           IF IN-FLTNUM = SPACES
              OR (IN-DATE NOT = SPACES AND IN-DATE NOT NUMERIC)
              OR NOT (IN-ACT-MANUAL OR IN-ACT-AUTO)
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-FLTNUM TO BO-FLTNUM
           MOVE IN-DATE TO BO-DATE
           READ OVR-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-OVERRIDE
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-OVERRIDE
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-OVERRIDE.
           MOVE SPACES TO WS-OVR-REC
           MOVE IN-FLTNUM TO BO-FLTNUM
           MOVE IN-DATE TO BO-DATE
           MOVE 0 TO BO-SHIFTED
           PERFORM 2700-APPLY-ACTION

           WRITE WS-OVR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-OVERRIDE.
           PERFORM 2700-APPLY-ACTION

           REWRITE WS-OVR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 'UPDATED' TO DT-RESULT
           ADD 1 TO WS-UPDATED-COUNT.

       2700-APPLY-ACTION.
           IF IN-ACT-MANUAL
               MOVE 'M' TO BO-MANUAL
           ELSE
               MOVE SPACE TO BO-MANUAL
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-UPDATED-COUNT TO TL-UPDATED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE OVR-IN
           CLOSE OVR-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ OVR-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
