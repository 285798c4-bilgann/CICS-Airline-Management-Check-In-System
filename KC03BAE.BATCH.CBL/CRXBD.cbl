       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRXBD.

      * =======================================================
      *   CREW ASSIGNMENT CROSS-REFERENCE REBUILD
      * =======================================================
      *   CRWASG is keyed the way APISEX asks - flight, date,
      *   crew id. The duty-time legality check in CRWASGN and
      *   the CRWLGL report need one crew member's sectors in
      *   date order instead; CRWXASG is that access path, crew
      *   id + date + flight. CRWASGN keeps it current as it
      *   assigns; this rebuild recreates it from CRWASG so it
      *   matches after a restore or a change made to CRWASG
      *   outside the assignment load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASGN-FILE ASSIGN TO CRWASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-ASG-STATUS.

           SELECT XASG-FILE ASSIGN TO CRWXASG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XA-KEY
               FILE STATUS IS WS-XAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASGN-FILE.
       01  WS-ASGN-REC.
           05 CA-KEY.
               10 CA-FLTNUM           PIC X(5).
               10 CA-DATE             PIC X(8).
               10 CA-ID               PIC X(6).

       FD  XASG-FILE.
       01  WS-XASG-REC.
           05 XA-KEY.
               10 XA-ID               PIC X(6).
               10 XA-DATE             PIC X(8).
               10 XA-FLTNUM           PIC X(5).

       WORKING-STORAGE SECTION.

       01 WS-ASG-STATUS               PIC X(2) VALUE SPACES.
           88 WS-ASG-OK               VALUE '00'.
           88 WS-ASG-EOF              VALUE '10'.

       01 WS-XAS-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ENTRY-COUNT              PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-ASSIGNMENTS UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           OPEN INPUT ASGN-FILE
           OPEN OUTPUT XASG-FILE

           PERFORM 8000-READ-ASSIGNMENT.

       2000-PROCESS-ASSIGNMENTS.
           MOVE CA-ID TO XA-ID
           MOVE CA-DATE TO XA-DATE
           MOVE CA-FLTNUM TO XA-FLTNUM
           WRITE WS-XASG-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-ENTRY-COUNT

           PERFORM 8000-READ-ASSIGNMENT.

       9000-FINALIZE-RUN.
           CLOSE ASGN-FILE
           CLOSE XASG-FILE
           DISPLAY 'CRXBD CREW ENTRIES WRITTEN: ' WS-ENTRY-COUNT.

       8000-READ-ASSIGNMENT.
           READ ASGN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
