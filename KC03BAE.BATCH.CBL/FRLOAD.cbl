      *   BOOK charges, without a program change - the same
      *   add-or-refresh shape FLLOAD uses for the flight
      *   schedule itself.
      *
      *   A fare carries the sale dates it is effective from and
      *   to, and each generation of a route/class is its own
      *   row, so a price change can be loaded ahead of the day
      *   it starts and the rate a booking was sold at stays on
      *   file. BOOK prices from the row in effect on the day of
      *   sale; FRCHG lists the changes still to come. A feed
      *   row with no from-date is the standing fare (in effect
      *   from the start), one with no to-date runs open-ended.
      *   A new generation cannot start before today, and a row
      *   already in effect cannot be repriced - what it sold at
      *   is history; only its to-date may be moved.
      * =======================================================

       ENVIRONMENT DIVISION.
           05 IN-CLASS                PIC X(1).
           05 IN-FARE                 PIC 9(5)V99.
           05 IN-CURR                 PIC X(3).
           05 IN-EFF-FROM             PIC X(8).
           05 IN-EFF-TO               PIC X(8).

       FD  FARE-FILE.
       01  WS-FARE-REC.
               10 FM-ORIG             PIC X(3).
               10 FM-DEST             PIC X(3).
               10 FM-CLASS            PIC X(1).
               10 FM-EFF-FROM         PIC X(8).
           05 FM-FARE                 PIC 9(5)V99.
      *    The currency the fare is expressed in - blank reads as
      *    the base dollar, the behavior the system always had.
           05 FM-CURR                 PIC X(3).
      *    Last sale date the fare applies to - 99999999 when it
      *    runs until a later generation replaces it.
           05 FM-EFF-TO               PIC X(8).

       FD  LOAD-RPT
           RECORDING MODE IS F.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-RUN-DATE                 PIC X(8) VALUE SPACES.

       01 WS-LOAD-FROM                PIC X(8) VALUE SPACES.
       01 WS-LOAD-TO                  PIC X(8) VALUE SPACES.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(22)
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(9) VALUE 'FARE'.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(10) VALUE 'FROM'.
           05 FILLER                  PIC X(10) VALUE 'TO'.
           05 FILLER                  PIC X(7) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 DT-FARE                 PIC ZZZZ9.99.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DT-FROM                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-TO                   PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(25).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(9) VALUE 'ADDED: '.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE 'UPDATED: '.
           05 TL-UPDATED              PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 FILLER                  PIC X(11) VALUE 'REJECTED: '.
           05 TL-REJECTED             PIC ZZZZ9.

       PROCEDURE DIVISION.

           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-RUN-DATE(1:2)
           MOVE WS-TODAY TO WS-RUN-DATE(3:6)

           OPEN INPUT FARE-IN
           OPEN I-O FARE-FILE
           OPEN OUTPUT LOAD-RPT
           PERFORM 8000-READ-INPUT.

       2100-LOAD-FARE.
           IF IN-EFF-FROM = SPACES
               MOVE '00000000' TO WS-LOAD-FROM
           ELSE
               MOVE IN-EFF-FROM TO WS-LOAD-FROM
           END-IF
           IF IN-EFF-TO = SPACES
               MOVE '99999999' TO WS-LOAD-TO
           ELSE
               MOVE IN-EFF-TO TO WS-LOAD-TO
           END-IF

           IF WS-LOAD-FROM NOT NUMERIC
              OR WS-LOAD-TO NOT NUMERIC
              OR WS-LOAD-TO < WS-LOAD-FROM
               MOVE 'REJECTED - BAD DATES' TO DT-RESULT
               PERFORM 2900-REJECT-FARE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ORIG TO FM-ORIG
           MOVE IN-DEST TO FM-DEST
           MOVE IN-CLASS TO FM-CLASS
           MOVE WS-LOAD-FROM TO FM-EFF-FROM
           READ FARE-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-FARE
                   PERFORM 2500-UPDATE-EXISTING-FARE
           END-READ.

      *    A dated generation starts today at the earliest; the
      *    standing fare is the only row that may start before.
       2300-ADD-NEW-FARE.
           IF WS-LOAD-FROM NOT = '00000000'
              AND WS-LOAD-FROM < WS-RUN-DATE
               MOVE 'REJECTED - BACKDATED' TO DT-RESULT
               PERFORM 2900-REJECT-FARE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FARE-REC
           MOVE IN-ORIG TO FM-ORIG
           MOVE IN-DEST TO FM-DEST
           MOVE IN-CLASS TO FM-CLASS
           MOVE WS-LOAD-FROM TO FM-EFF-FROM
           MOVE IN-FARE TO FM-FARE
           MOVE IN-CURR TO FM-CURR
           MOVE WS-LOAD-TO TO FM-EFF-TO

           WRITE WS-FARE-REC
               INVALID KEY
           ADD 1 TO WS-ADDED-COUNT
           PERFORM 5000-WRITE-DETAIL-LINE.

      *    A generation already selling keeps its price; the
      *    change is loaded as a new generation instead.
       2500-UPDATE-EXISTING-FARE.
           IF FM-EFF-FROM NOT > WS-RUN-DATE
              AND (IN-FARE NOT = FM-FARE OR IN-CURR NOT = FM-CURR)
               MOVE 'REJECTED - ALREADY SELLING' TO DT-RESULT
               PERFORM 2900-REJECT-FARE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-FARE TO FM-FARE
           MOVE IN-CURR TO FM-CURR
           MOVE WS-LOAD-TO TO FM-EFF-TO

           REWRITE WS-FARE-REC
               INVALID KEY
           ADD 1 TO WS-UPDATED-COUNT
           PERFORM 5000-WRITE-DETAIL-LINE.

       2900-REJECT-FARE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE IN-ORIG TO DT-ORIG
           MOVE IN-DEST TO DT-DEST
           MOVE IN-CLASS TO DT-CLASS
           MOVE IN-FARE TO DT-FARE
           MOVE IN-EFF-FROM TO DT-FROM
           MOVE IN-EFF-TO TO DT-TO

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       5000-WRITE-DETAIL-LINE.
           MOVE FM-ORIG TO DT-ORIG
           MOVE FM-DEST TO DT-DEST
           MOVE FM-CLASS TO DT-CLASS
           MOVE FM-FARE TO DT-FARE
           MOVE FM-EFF-FROM TO DT-FROM
           MOVE FM-EFF-TO TO DT-TO

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

           WRITE WS-RPT-LINE
           MOVE WS-ADDED-COUNT TO TL-ADDED
           MOVE WS-UPDATED-COUNT TO TL-UPDATED
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE FARE-IN
