       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYLOAD.

      * =======================================================
      *   TRAVEL AGENCY MASTER LOAD
      * =======================================================
      *   Loads the agency feed from sales onto AGYMST - agency
      *   number, trading name, commission rate (percent, two
      *   decimals) and status: A active, S suspended, C closed.
      *   BOOK and BOKSV only accept an agency that is active;
      *   AGYSTM pays commission at the rate on file when it
      *   states a ticket. Add-or-refresh in place, the same
      *   shape the other masters load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGY-IN ASSIGN TO AGYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT AGY-FILE ASSIGN TO AGYMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-AGENCY
               FILE STATUS IS WS-AGY-STATUS.

           SELECT LOAD-RPT ASSIGN TO AGYLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGY-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-AGENCY               PIC X(8).
           05 IN-NAME                 PIC X(30).
           05 IN-COMM-PCT             PIC 9(2)V99.
           05 IN-STATUS               PIC X(1).
               88 IN-ST-VALID         VALUE 'A' 'S' 'C'.

       FD  AGY-FILE.
       01  WS-AGY-REC.
           05 AG-AGENCY               PIC X(8).
           05 AG-NAME                 PIC X(30).
           05 AG-COMM-PCT             PIC 9(2)V99.
           05 AG-STATUS               PIC X(1).
               88 AG-ST-ACTIVE        VALUE 'A'.
               88 AG-ST-SUSPENDED     VALUE 'S'.
               88 AG-ST-CLOSED        VALUE 'C'.

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-AGY-STATUS               PIC X(2) VALUE SPACES.
           88 WS-AGY-OK               VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'TRAVEL AGENCY MASTER LOAD REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-AGENCY               PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-NAME                 PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-COMM-PCT             PIC Z9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-STATUS               PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
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
           OPEN INPUT AGY-IN
           OPEN I-O AGY-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-AGENCY
           PERFORM 8000-READ-INPUT.

       2100-LOAD-AGENCY.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-AGENCY TO DT-AGENCY
           MOVE IN-NAME TO DT-NAME
           MOVE IN-STATUS TO DT-STATUS

           IF IN-AGENCY = SPACES
              OR IN-NAME = SPACES
              OR IN-COMM-PCT NOT NUMERIC
              OR NOT IN-ST-VALID
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE IN-COMM-PCT TO DT-COMM-PCT

           MOVE IN-AGENCY TO AG-AGENCY
           READ AGY-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-AGENCY
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-AGENCY
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-AGENCY.
           MOVE IN-AGENCY TO AG-AGENCY
           MOVE IN-NAME TO AG-NAME
           MOVE IN-COMM-PCT TO AG-COMM-PCT
           MOVE IN-STATUS TO AG-STATUS

           WRITE WS-AGY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-AGENCY.
           MOVE IN-NAME TO AG-NAME
           MOVE IN-COMM-PCT TO AG-COMM-PCT
           MOVE IN-STATUS TO AG-STATUS

           REWRITE WS-AGY-REC
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

           CLOSE AGY-IN
           CLOSE AGY-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ AGY-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
