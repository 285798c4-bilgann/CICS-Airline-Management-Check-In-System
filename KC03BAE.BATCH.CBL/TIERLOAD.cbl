       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERLOAD.

      * =======================================================
      *   LOYALTY TIER BENEFITS MASTER LOAD
      * =======================================================
      *   Loads what each loyalty tier is entitled to onto
      *   TIERBEN, keyed by the tier code LOYFIL carries (G, S,
      *   B). Per tier: the free checked bags BOOK waives on
      *   top of the normal fee, the extra free kilos at the bag
      *   drop scale, whether the member boards in CKIN2's
      *   priority band, the marker printed on the boarding
      *   pass, and the member's rank for a complimentary
      *   upgrade at gate closeout (0 - not offered, 1 first).
      *   A tier with no row gets nothing extra. Add-or-refresh
      *   in place, the same shape the other masters load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIER-IN ASSIGN TO TIERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT TIERBEN-FILE ASSIGN TO TIERBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TB-TIER
               FILE STATUS IS WS-TBN-STATUS.

           SELECT LOAD-RPT ASSIGN TO TBLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIER-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-TIER                 PIC X(1).
           05 IN-NAME                 PIC X(8).
           05 IN-FREE-BAGS            PIC 9(1).
           05 IN-EXTRA-KG             PIC 9(2).
           05 IN-PRI-BOARD            PIC X(1).
           05 IN-BP-MARKER            PIC X(10).
           05 IN-UPG-RANK             PIC 9(1).

       FD  TIERBEN-FILE.
       01  WS-TIERBEN-REC.
           05 TB-TIER                 PIC X(1).
           05 TB-NAME                 PIC X(8).
           05 TB-FREE-BAGS            PIC 9(1).
           05 TB-EXTRA-KG             PIC 9(2).
           05 TB-PRI-BOARD            PIC X(1).
               88 TB-PRIORITY-BOARDING VALUE 'Y'.
           05 TB-BP-MARKER            PIC X(10).
           05 TB-UPG-RANK             PIC 9(1).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-TBN-STATUS               PIC X(2) VALUE SPACES.
           88 WS-TBN-OK               VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'LOYALTY TIER BENEFITS LOAD REPORT'.

       01 WS-HEADING-2.
           05 FILLER                  PIC X(5) VALUE 'TIER'.
           05 FILLER                  PIC X(9) VALUE 'NAME'.
           05 FILLER                  PIC X(5) VALUE 'BAGS'.
           05 FILLER                  PIC X(5) VALUE '  KG'.
           05 FILLER                  PIC X(5) VALUE ' PRI'.
           05 FILLER                  PIC X(11) VALUE 'PASS MARK'.
           05 FILLER                  PIC X(5) VALUE 'UPG'.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-TIER                 PIC X(1).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DT-NAME                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-FREE-BAGS            PIC Z9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-EXTRA-KG             PIC Z9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DT-PRI-BOARD            PIC X(1).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DT-BP-MARKER            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-UPG-RANK             PIC Z9.
           05 FILLER                  PIC X(3) VALUE SPACES.
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
           OPEN INPUT TIER-IN
           OPEN I-O TIERBEN-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-TIER-BENEFITS
           PERFORM 8000-READ-INPUT.

       2100-LOAD-TIER-BENEFITS.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-TIER TO DT-TIER
           MOVE IN-NAME TO DT-NAME

           IF IN-TIER = SPACES
              OR IN-FREE-BAGS NOT NUMERIC
              OR IN-EXTRA-KG NOT NUMERIC
              OR IN-UPG-RANK NOT NUMERIC
              OR (IN-PRI-BOARD NOT = 'Y' AND IN-PRI-BOARD NOT = 'N')
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE IN-FREE-BAGS TO DT-FREE-BAGS
           MOVE IN-EXTRA-KG TO DT-EXTRA-KG
           MOVE IN-PRI-BOARD TO DT-PRI-BOARD
           MOVE IN-BP-MARKER TO DT-BP-MARKER
           MOVE IN-UPG-RANK TO DT-UPG-RANK

           MOVE IN-TIER TO TB-TIER
           READ TIERBEN-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-TIER
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-TIER
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-TIER.
           MOVE IN-TIER TO TB-TIER
           MOVE IN-NAME TO TB-NAME
           MOVE IN-FREE-BAGS TO TB-FREE-BAGS
           MOVE IN-EXTRA-KG TO TB-EXTRA-KG
           MOVE IN-PRI-BOARD TO TB-PRI-BOARD
           MOVE IN-BP-MARKER TO TB-BP-MARKER
           MOVE IN-UPG-RANK TO TB-UPG-RANK

           WRITE WS-TIERBEN-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-TIER.
           MOVE IN-NAME TO TB-NAME
           MOVE IN-FREE-BAGS TO TB-FREE-BAGS
           MOVE IN-EXTRA-KG TO TB-EXTRA-KG
           MOVE IN-PRI-BOARD TO TB-PRI-BOARD
           MOVE IN-BP-MARKER TO TB-BP-MARKER
           MOVE IN-UPG-RANK TO TB-UPG-RANK

           REWRITE WS-TIERBEN-REC
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

           CLOSE TIER-IN
           CLOSE TIERBEN-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ TIER-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
