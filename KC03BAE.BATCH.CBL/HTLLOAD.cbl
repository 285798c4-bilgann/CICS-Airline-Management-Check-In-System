       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTLLOAD.

      * =======================================================
      *   DISRUPTION HOTEL CONTRACT MASTER LOAD
      * =======================================================
      *   Loads the contracts the stations hold with their
      *   disruption hotels onto HTLMST, keyed station + hotel
      *   code - hotel name, contracted room rate per night,
      *   meal rate per passenger, the contract currency, the
      *   rooms the hotel guarantees us a night, and status:
      *   A active, S suspended, C closed. HTLVCH issues
      *   vouchers only on an active contract and never past
      *   its rooms a night; HTLINV matches the hotel's invoice
      *   against what was issued. Add-or-refresh in place, the
      *   same shape the other masters load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HTL-IN ASSIGN TO HTLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT HTL-FILE ASSIGN TO HTLMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HT-KEY
               FILE STATUS IS WS-HTL-STATUS.

           SELECT LOAD-RPT ASSIGN TO HTLLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HTL-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-STATION              PIC X(3).
           05 IN-HOTEL                PIC X(4).
           05 IN-NAME                 PIC X(30).
           05 IN-ROOM-RATE            PIC 9(4)V99.
           05 IN-MEAL-RATE            PIC 9(3)V99.
           05 IN-CURR                 PIC X(3).
           05 IN-ROOMS                PIC 9(3).
           05 IN-STATUS               PIC X(1).
               88 IN-ST-VALID         VALUE 'A' 'S' 'C'.

       FD  HTL-FILE.
       01  WS-HTL-REC.
           05 HT-KEY.
               10 HT-STATION          PIC X(3).
               10 HT-HOTEL            PIC X(4).
           05 HT-NAME                 PIC X(30).
           05 HT-ROOM-RATE            PIC 9(4)V99.
           05 HT-MEAL-RATE            PIC 9(3)V99.
           05 HT-CURR                 PIC X(3).
           05 HT-ROOMS                PIC 9(3).
           05 HT-STATUS               PIC X(1).
               88 HT-ST-ACTIVE        VALUE 'A'.
               88 HT-ST-SUSPENDED     VALUE 'S'.
               88 HT-ST-CLOSED        VALUE 'C'.

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-HTL-STATUS               PIC X(2) VALUE SPACES.
           88 WS-HTL-OK               VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'HOTEL CONTRACT MASTER LOAD REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-STATION              PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-HOTEL                PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-NAME                 PIC X(24).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ROOM-RATE            PIC ZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-MEAL-RATE            PIC ZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-ROOMS                PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-STATUS               PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(22).

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
           OPEN INPUT HTL-IN
           OPEN I-O HTL-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-CONTRACT
           PERFORM 8000-READ-INPUT.

       2100-LOAD-CONTRACT.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-STATION TO DT-STATION
           MOVE IN-HOTEL TO DT-HOTEL
           MOVE IN-NAME TO DT-NAME
           MOVE IN-STATUS TO DT-STATUS

           IF IN-STATION = SPACES
              OR IN-HOTEL = SPACES
              OR IN-NAME = SPACES
              OR IN-ROOM-RATE NOT NUMERIC
              OR IN-MEAL-RATE NOT NUMERIC
              OR IN-ROOMS NOT NUMERIC
              OR NOT IN-ST-VALID
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE IN-ROOM-RATE TO DT-ROOM-RATE
           MOVE IN-MEAL-RATE TO DT-MEAL-RATE
           MOVE IN-ROOMS TO DT-ROOMS

           MOVE IN-STATION TO HT-STATION
           MOVE IN-HOTEL TO HT-HOTEL
           READ HTL-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-CONTRACT
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-CONTRACT
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-CONTRACT.
           MOVE IN-STATION TO HT-STATION
           MOVE IN-HOTEL TO HT-HOTEL
           MOVE IN-NAME TO HT-NAME
           MOVE IN-ROOM-RATE TO HT-ROOM-RATE
           MOVE IN-MEAL-RATE TO HT-MEAL-RATE
           MOVE IN-CURR TO HT-CURR
           MOVE IN-ROOMS TO HT-ROOMS
           MOVE IN-STATUS TO HT-STATUS

           WRITE WS-HTL-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-CONTRACT.
           MOVE IN-NAME TO HT-NAME
           MOVE IN-ROOM-RATE TO HT-ROOM-RATE
           MOVE IN-MEAL-RATE TO HT-MEAL-RATE
           MOVE IN-CURR TO HT-CURR
           MOVE IN-ROOMS TO HT-ROOMS
           MOVE IN-STATUS TO HT-STATUS

           REWRITE WS-HTL-REC
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

           CLOSE HTL-IN
           CLOSE HTL-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ HTL-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
