       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTLOAD.

      * =======================================================
      *   OPERATING COST MASTER LOAD
      * =======================================================
      *   Loads finance's operating cost rates onto COSTMST,
      *   keyed aircraft type + departure station - cost per
      *   block hour, crew cost per sector, the airport and
      *   handling charge per departure and per passenger, and
      *   fuel per sector. A row under station *** holds the
      *   type's rates wherever no station row has been set.
      *   RTEPRF sets each month's flown sectors against these
      *   rates. Add-or-refresh in place, the same shape the
      *   other masters load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-IN ASSIGN TO COSTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT COST-FILE ASSIGN TO COSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-COST-STATUS.

           SELECT LOAD-RPT ASSIGN TO CSLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-ACFT-TYPE            PIC X(3).
           05 IN-STATION              PIC X(3).
           05 IN-BLOCK-HR-COST        PIC 9(6)V99.
           05 IN-CREW-COST            PIC 9(6)V99.
           05 IN-DEP-CHG              PIC 9(6)V99.
           05 IN-PAX-CHG              PIC 9(4)V99.
           05 IN-FUEL-COST            PIC 9(6)V99.

       FD  COST-FILE.
       01  WS-COST-REC.
           05 CM-KEY.
               10 CM-ACFT-TYPE        PIC X(3).
               10 CM-STATION          PIC X(3).
           05 CM-BLOCK-HR-COST        PIC 9(6)V99.
           05 CM-CREW-COST            PIC 9(6)V99.
           05 CM-DEP-CHG              PIC 9(6)V99.
           05 CM-PAX-CHG              PIC 9(4)V99.
           05 CM-FUEL-COST            PIC 9(6)V99.

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-COST-STATUS              PIC X(2) VALUE SPACES.
           88 WS-COST-OK              VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'OPERATING COST MASTER LOAD REPORT'.

       01 WS-HEADING-2.
           05 FILLER                  PIC X(5) VALUE 'TYPE'.
           05 FILLER                  PIC X(5) VALUE 'STN'.
           05 FILLER                  PIC X(10) VALUE '  BLOCK HR'.
           05 FILLER                  PIC X(10) VALUE '      CREW'.
           05 FILLER                  PIC X(10) VALUE '   DEP CHG'.
           05 FILLER                  PIC X(8) VALUE ' PAX CHG'.
           05 FILLER                  PIC X(10) VALUE '      FUEL'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-ACFT-TYPE            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-STATION              PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-BLOCK-HR-COST        PIC ZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-CREW-COST            PIC ZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DEP-CHG              PIC ZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PAX-CHG              PIC ZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-FUEL-COST            PIC ZZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(21).

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
           OPEN INPUT COST-IN
           OPEN I-O COST-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-COST-RATES
           PERFORM 8000-READ-INPUT.

       2100-LOAD-COST-RATES.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-ACFT-TYPE TO DT-ACFT-TYPE
           MOVE IN-STATION TO DT-STATION

           IF IN-ACFT-TYPE = SPACES
              OR IN-STATION = SPACES
              OR IN-BLOCK-HR-COST NOT NUMERIC
              OR IN-CREW-COST NOT NUMERIC
              OR IN-DEP-CHG NOT NUMERIC
              OR IN-PAX-CHG NOT NUMERIC
              OR IN-FUEL-COST NOT NUMERIC
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE IN-BLOCK-HR-COST TO DT-BLOCK-HR-COST
           MOVE IN-CREW-COST TO DT-CREW-COST
           MOVE IN-DEP-CHG TO DT-DEP-CHG
           MOVE IN-PAX-CHG TO DT-PAX-CHG
           MOVE IN-FUEL-COST TO DT-FUEL-COST

           MOVE IN-ACFT-TYPE TO CM-ACFT-TYPE
           MOVE IN-STATION TO CM-STATION
           READ COST-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-RATES
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-RATES
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-RATES.
           MOVE IN-ACFT-TYPE TO CM-ACFT-TYPE
           MOVE IN-STATION TO CM-STATION
           MOVE IN-BLOCK-HR-COST TO CM-BLOCK-HR-COST
           MOVE IN-CREW-COST TO CM-CREW-COST
           MOVE IN-DEP-CHG TO CM-DEP-CHG
           MOVE IN-PAX-CHG TO CM-PAX-CHG
           MOVE IN-FUEL-COST TO CM-FUEL-COST

           WRITE WS-COST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-RATES.
           MOVE IN-BLOCK-HR-COST TO CM-BLOCK-HR-COST
           MOVE IN-CREW-COST TO CM-CREW-COST
           MOVE IN-DEP-CHG TO CM-DEP-CHG
           MOVE IN-PAX-CHG TO CM-PAX-CHG
           MOVE IN-FUEL-COST TO CM-FUEL-COST

           REWRITE WS-COST-REC
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

           CLOSE COST-IN
           CLOSE COST-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ COST-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
