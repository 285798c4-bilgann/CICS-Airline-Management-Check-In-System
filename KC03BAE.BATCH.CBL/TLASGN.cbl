      *       check that used to be an empty stand at the gate;
      *     - the airframe's unserviceable seats are blocked out
      *       of the flight/date's SEATFIL map on assignment, so
      *       nobody sells a seat that cannot be sat in;
      *     - an airframe ACUTIL has found past a maintenance
      *       check limit on TAILMNT, or one whose calendar check
      *       falls due before the flight date, is refused.
      *   Rejects and conflicts go to the report whole so the
      *   plan can be fixed and re-run.
      * =======================================================
               RECORD KEY IS TL-REG
               FILE STATUS IS WS-TL-STATUS.

           SELECT MNT-FILE ASSIGN TO TAILMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-REG
               FILE STATUS IS WS-MNT-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               88 TL-ST-GROUNDED      VALUE 'G'.
           05 TL-US-SEAT OCCURS 5 TIMES PIC X(3).

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

       FD  FLSR-FILE.
       01  WS-FLSR-REC.
           05 WR-FLTNUM              PIC X(5).
       01 WS-TL-STATUS                PIC X(2) VALUE SPACES.
           88 WS-TL-OK                VALUE '00'.

       01 WS-MNT-STATUS               PIC X(2) VALUE SPACES.
           88 WS-MNT-OK               VALUE '00'.

       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.

           OPEN INPUT ASGN-IN
           OPEN I-O ASGN-FILE
           OPEN INPUT TAIL-FILE
           OPEN INPUT MNT-FILE
           OPEN INPUT FLSR-FILE
           OPEN I-O SEAT-FILE
           OPEN OUTPUT ASGN-RPT
               EXIT PARAGRAPH
           END-IF

      *    No TAILMNT row means no programme loaded yet - the
      *    airframe is not held back on that account.
           MOVE IN-REG TO TM-REG
           READ MNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-MNT-OK
               IF TM-OVERDUE
                  OR (TM-DUE-DATE NOT = SPACES
                      AND IN-DATE > TM-DUE-DATE)
                   MOVE 'PAST MAINTENANCE CHECK LIMIT'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE IN-FLTNUM TO WR-FLTNUM
           MOVE IN-DATE TO WR-DATE
           READ FLSR-FILE
           CLOSE ASGN-IN
           CLOSE ASGN-FILE
           CLOSE TAIL-FILE
           CLOSE MNT-FILE
           CLOSE FLSR-FILE
           CLOSE SEAT-FILE
           CLOSE ASGN-RPT.
