       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRCHG.

      * =======================================================
      *   UPCOMING FARE CHANGES REPORT
      * =======================================================
      *   FRLOAD lets revenue management load a fare generation
      *   ahead of the sale date it starts on. This report walks
      *   FAREMST (each route/class's generations come back
      *   oldest first) and, for every route/class with a change
      *   still to come, shows the fare selling today beside
      *   each future generation and the move in percent - and
      *   where today's fare has an end date with nothing loaded
      *   to follow it, that it is due to lapse (BOOK falls back
      *   to the flat base fare once it does).
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FARE-FILE ASSIGN TO FAREMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FM-KEY
               FILE STATUS IS WS-FARE-STATUS.

           SELECT CHANGE-RPT ASSIGN TO FRCHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FARE-FILE.
       01  WS-FARE-REC.
           05 FM-KEY.
               10 FM-ROUTE.
                   15 FM-ORIG         PIC X(3).
                   15 FM-DEST         PIC X(3).
                   15 FM-CLASS        PIC X(1).
               10 FM-EFF-FROM         PIC X(8).
           05 FM-FARE                 PIC 9(5)V99.
           05 FM-CURR                 PIC X(3).
           05 FM-EFF-TO               PIC X(8).

       FD  CHANGE-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FARE-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FARE-OK              VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-RUN-DATE                 PIC X(8) VALUE SPACES.

      * The route/class in hand and the generation selling today.
       01 WS-CUR-ROUTE                PIC X(7) VALUE SPACES.
       01 WS-CUR-FOUND-SW             PIC X VALUE 'N'.
           88 WS-CUR-FOUND            VALUE 'Y'.
       01 WS-CUR-FARE                 PIC 9(5)V99 VALUE 0.
       01 WS-CUR-CURR                 PIC X(3) VALUE SPACES.
       01 WS-CUR-TO                   PIC X(8) VALUE SPACES.
       01 WS-NEXT-FOUND-SW            PIC X VALUE 'N'.
           88 WS-NEXT-FOUND           VALUE 'Y'.

       01 WS-CHANGE-PCT               PIC S9(5)V9 VALUE 0.
       01 WS-CHANGE-COUNT             PIC 9(5) VALUE 0.
       01 WS-LAPSE-COUNT              PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(30)
               VALUE 'UPCOMING FARE CHANGES - AS AT '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'ROUTE'.
           05 FILLER                  PIC X(4) VALUE 'CLS'.
           05 FILLER                  PIC X(14) VALUE 'FARE TODAY'.
           05 FILLER                  PIC X(14) VALUE 'NEW FARE'.
           05 FILLER                  PIC X(10) VALUE 'FROM'.
           05 FILLER                  PIC X(10) VALUE 'TO'.
           05 FILLER                  PIC X(8) VALUE 'CHANGE'.

       01 WS-DETAIL-LINE.
           05 DT-ORIG                 PIC X(3).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 DT-DEST                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-CLASS                PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-CUR-FARE             PIC ZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-CUR-CURR             PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-NEW-FARE             PIC ZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-NEW-CURR             PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FROM                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-TO                   PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-CHANGE-AREA.
               10 DT-CHANGE           PIC -ZZZ9.9.
               10 DT-PCT-SIGN         PIC X(1).
           05 DT-CHANGE-X REDEFINES DT-CHANGE-AREA
                                      PIC X(8).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(18)
               VALUE 'CHANGES AHEAD: '.
           05 TL-CHANGES              PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(18)
               VALUE 'FARES LAPSING: '.
           05 TL-LAPSES               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-FARE UNTIL WS-EOF
           PERFORM 3000-CLOSE-ROUTE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-RUN-DATE(1:2)
           MOVE WS-TODAY TO WS-RUN-DATE(3:6)

           OPEN INPUT FARE-FILE
           OPEN OUTPUT CHANGE-RPT

           MOVE WS-RUN-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-FARE.

      * =======================================================
      *   ONE GENERATION - TODAY'S FARE, OR A CHANGE AHEAD
      * =======================================================
       2000-PROCESS-FARE.
           IF FM-ROUTE NOT = WS-CUR-ROUTE
               PERFORM 3000-CLOSE-ROUTE
               MOVE FM-ROUTE TO WS-CUR-ROUTE
               MOVE 'N' TO WS-CUR-FOUND-SW
               MOVE 'N' TO WS-NEXT-FOUND-SW
           END-IF

           IF FM-EFF-FROM NOT > WS-RUN-DATE
               IF FM-EFF-TO NOT < WS-RUN-DATE
                   MOVE 'Y' TO WS-CUR-FOUND-SW
                   MOVE FM-FARE TO WS-CUR-FARE
                   MOVE FM-CURR TO WS-CUR-CURR
                   MOVE FM-EFF-TO TO WS-CUR-TO
               END-IF
           ELSE
               MOVE 'Y' TO WS-NEXT-FOUND-SW
               PERFORM 2100-PRINT-CHANGE
           END-IF

           PERFORM 8000-READ-FARE.

       2100-PRINT-CHANGE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE FM-ORIG TO DT-ORIG
           MOVE FM-DEST TO DT-DEST
           MOVE FM-CLASS TO DT-CLASS
           MOVE FM-FARE TO DT-NEW-FARE
           MOVE FM-CURR TO DT-NEW-CURR
           MOVE FM-EFF-FROM TO DT-FROM
           MOVE FM-EFF-TO TO DT-TO
           IF FM-EFF-TO = '99999999'
               MOVE 'OPEN' TO DT-TO
           END-IF

           IF WS-CUR-FOUND
               MOVE WS-CUR-FARE TO DT-CUR-FARE
               MOVE WS-CUR-CURR TO DT-CUR-CURR
               IF WS-CUR-FARE > 0 AND WS-CUR-CURR = FM-CURR
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (FM-FARE - WS-CUR-FARE) * 100 / WS-CUR-FARE
                   MOVE WS-CHANGE-PCT TO DT-CHANGE
                   MOVE '%' TO DT-PCT-SIGN
               ELSE
                   MOVE SPACES TO DT-CHANGE-X
               END-IF
           ELSE
               MOVE 'NEW FARE' TO DT-CHANGE-X
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-CHANGE-COUNT.

      * =======================================================
      *   END OF A ROUTE/CLASS - A FARE DUE TO LAPSE UNREPLACED
      * =======================================================
       3000-CLOSE-ROUTE.
           IF WS-CUR-ROUTE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CUR-FOUND OR WS-NEXT-FOUND
              OR WS-CUR-TO = '99999999'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CUR-ROUTE(1:3) TO DT-ORIG
           MOVE WS-CUR-ROUTE(4:3) TO DT-DEST
           MOVE WS-CUR-ROUTE(7:1) TO DT-CLASS
           MOVE WS-CUR-FARE TO DT-CUR-FARE
           MOVE WS-CUR-CURR TO DT-CUR-CURR
           MOVE WS-CUR-TO TO DT-TO
           MOVE 'LAPSES' TO DT-CHANGE-X
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LAPSE-COUNT.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CHANGE-COUNT TO TL-CHANGES
           MOVE WS-LAPSE-COUNT TO TL-LAPSES
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE FARE-FILE
           CLOSE CHANGE-RPT.

       8000-READ-FARE.
           READ FARE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
