       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNLOAD.

      * =======================================================
      *   MINIMUM TURNAROUND TIME LOAD
      * =======================================================
      *   Applies a flat feed of minimum turnaround minutes to
      *   MINTURN - keyed station + aircraft type. A row with a
      *   blank type is the station's figure for any type; a
      *   row with a blank station is the type's figure at any
      *   station. DLYPRJ looks up the most specific row (both,
      *   then station, then type) when it projects a late
      *   arrival onto the airframe's next departure, falling
      *   back to PARMFIL MINTURN. Add-or-refresh in place, the
      *   same shape the other masters load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURN-IN ASSIGN TO TURNIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT TURN-FILE ASSIGN TO MINTURN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-MT-STATUS.

           SELECT LOAD-RPT ASSIGN TO TRLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURN-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-STN                  PIC X(3).
           05 IN-ACFT-TYPE            PIC X(3).
           05 IN-MINS                 PIC X(3).

       FD  TURN-FILE.
       01  WS-TURN-REC.
           05 MT-KEY.
               10 MT-STN              PIC X(3).
               10 MT-ACFT-TYPE        PIC X(3).
           05 MT-MINS                 PIC 9(3).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-MT-STATUS                PIC X(2) VALUE SPACES.
           88 WS-MT-OK                VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(30)
               VALUE 'MINIMUM TURNAROUND LOAD REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-STN                  PIC X(3).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-TYPE                 PIC X(3).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-MINS                 PIC X(3).
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
           OPEN INPUT TURN-IN
           OPEN I-O TURN-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-TURN
           PERFORM 8000-READ-INPUT.

       2100-LOAD-TURN.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-STN TO DT-STN
           MOVE IN-ACFT-TYPE TO DT-TYPE
           MOVE IN-MINS TO DT-MINS

           IF (IN-STN = SPACES AND IN-ACFT-TYPE = SPACES)
              OR IN-MINS NOT NUMERIC
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-STN TO MT-STN
           MOVE IN-ACFT-TYPE TO MT-ACFT-TYPE
           READ TURN-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-TURN
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-TURN
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-TURN.
           MOVE IN-STN TO MT-STN
           MOVE IN-ACFT-TYPE TO MT-ACFT-TYPE
           MOVE IN-MINS TO MT-MINS

           WRITE WS-TURN-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-TURN.
           MOVE IN-MINS TO MT-MINS

           REWRITE WS-TURN-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE 'UPDATED' TO DT-RESULT
           ADD 1 TO WS-UPDATED-COUNT.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-UPDATED-COUNT TO TL-UPDATED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE TURN-IN
           CLOSE TURN-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ TURN-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
