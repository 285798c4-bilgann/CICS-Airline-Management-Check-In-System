       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLCXBD.

      * =======================================================
      *   CITY-PAIR/DATE SCHEDULE ACCESS PATH REBUILD
      * =======================================================
      *   FLSRFIL is keyed flight number + date, so every
      *   availability search used to browse the whole schedule
      *   from the front and filter on origin, destination and
      *   date. FLSRCPX is their access path: one record per
      *   flight/date, keyed origin + destination + date +
      *   flight. FLLOAD keeps it current as flights are added
      *   or re-routed; this nightly rebuild recreates it from
      *   FLSRFIL so entries left behind by a re-routed or
      *   purged flight are swept out. Readers always verify
      *   the entry against the FLSRFIL record itself, so a
      *   stale entry between rebuilds is skipped, not wrong.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT CPX-FILE ASSIGN TO FLSRCPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-CPX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLSR-FILE.
       01  WS-FLSR-REC.
           05 WR-FLTNUM              PIC X(5).
           05 WR-ORIG                PIC X(3).
           05 WR-DATE                PIC X(8).
           05 WR-DEST                PIC X(3).
           05 WR-DEPTIME             PIC X(4).
           05 WR-STATUS              PIC X(1).
           05 WR-ACFT-TYPE           PIC X(3).
           05 FILLER                 PIC X(4).
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

       FD  CPX-FILE.
       01  WS-CPX-REC.
           05 CX-KEY.
               10 CX-ORIG            PIC X(3).
               10 CX-DEST            PIC X(3).
               10 CX-DATE            PIC X(8).
               10 CX-FLTNUM          PIC X(5).

       WORKING-STORAGE SECTION.

       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
           88 WS-FLSR-EOF            VALUE '10'.

       01 WS-CPX-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-ENTRY-COUNT             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-FLIGHTS UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           OPEN INPUT FLSR-FILE
           OPEN OUTPUT CPX-FILE

           PERFORM 8000-READ-FLSR.

      *    Cancelled flights stay on the path - a refresh from
      *    the schedule feed can reinstate one, and every reader
      *    filters the status off the FLSRFIL record anyway.
       2000-PROCESS-FLIGHTS.
           IF WR-ORIG NOT = SPACES AND WR-DEST NOT = SPACES
               MOVE WR-ORIG TO CX-ORIG
               MOVE WR-DEST TO CX-DEST
               MOVE WR-DATE TO CX-DATE
               MOVE WR-FLTNUM TO CX-FLTNUM
               PERFORM 4000-WRITE-CPX
           END-IF

           PERFORM 8000-READ-FLSR.

       4000-WRITE-CPX.
           WRITE WS-CPX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-ENTRY-COUNT.

       9000-FINALIZE-RUN.
           CLOSE FLSR-FILE
           CLOSE CPX-FILE
           DISPLAY 'FLCXBD CITY-PAIR ENTRIES WRITTEN: '
               WS-ENTRY-COUNT.

       8000-READ-FLSR.
           READ FLSR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
