       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOAD.

      * =======================================================
      *   STAFF TRAVEL EMPLOYEE MASTER LOAD
      * =======================================================
      *   Loads personnel's staff-travel feed onto EMPMST, keyed
      *   by employee id - surname and given name, the staff
      *   travel priority code (1 highest to 9 lowest, set by
      *   grade and by whether the trip is duty or leisure), the
      *   seniority date the ties are broken on, and status: A
      *   active, L left. STBY lists an active employee (and the
      *   family travelling on the employee's entitlement) for
      *   standby at that priority; GTCLSE clears the list after
      *   the revenue waitlist. Add-or-refresh in place, the same
      *   shape the other masters load.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-IN ASSIGN TO EMPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT LOAD-RPT ASSIGN TO EMLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-ID                   PIC X(6).
           05 IN-SURNAME              PIC X(16).
           05 IN-NAME                 PIC X(18).
           05 IN-PRIORITY             PIC X(1).
               88 IN-PRI-VALID        VALUE '1' THRU '9'.
           05 IN-SENIORITY            PIC X(8).
           05 IN-STATUS               PIC X(1).
               88 IN-ST-VALID         VALUE 'A' 'L'.

       FD  EMP-FILE.
       01  WS-EMP-REC.
           05 EM-ID                   PIC X(6).
           05 EM-SURNAME              PIC X(16).
           05 EM-NAME                 PIC X(18).
           05 EM-PRIORITY             PIC X(1).
           05 EM-SENIORITY            PIC X(8).
           05 EM-STATUS               PIC X(1).
               88 EM-ST-ACTIVE        VALUE 'A'.
               88 EM-ST-LEFT          VALUE 'L'.

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-EMP-STATUS               PIC X(2) VALUE SPACES.
           88 WS-EMP-OK               VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-ADDED-COUNT              PIC 9(5) VALUE 0.
       01 WS-UPDATED-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(36)
               VALUE 'STAFF TRAVEL EMPLOYEE LOAD REPORT'.

       01 WS-DETAIL-LINE.
           05 DT-ID                   PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SURNAME              PIC X(16).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-NAME                 PIC X(18).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PRIORITY             PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-SENIORITY            PIC X(8).
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
           OPEN INPUT EMP-IN
           OPEN I-O EMP-FILE
           OPEN OUTPUT LOAD-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-EMPLOYEE
           PERFORM 8000-READ-INPUT.

       2100-LOAD-EMPLOYEE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-ID TO DT-ID
           MOVE IN-SURNAME TO DT-SURNAME
           MOVE IN-NAME TO DT-NAME
           MOVE IN-PRIORITY TO DT-PRIORITY
           MOVE IN-SENIORITY TO DT-SENIORITY
           MOVE IN-STATUS TO DT-STATUS

           IF IN-ID = SPACES
              OR IN-SURNAME = SPACES
              OR NOT IN-PRI-VALID
              OR IN-SENIORITY NOT NUMERIC
              OR NOT IN-ST-VALID
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ID TO EM-ID
           READ EMP-FILE
               INVALID KEY
                   PERFORM 2300-ADD-NEW-EMPLOYEE
               NOT INVALID KEY
                   PERFORM 2500-UPDATE-EMPLOYEE
           END-READ

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       2300-ADD-NEW-EMPLOYEE.
           MOVE IN-ID TO EM-ID
           MOVE IN-SURNAME TO EM-SURNAME
           MOVE IN-NAME TO EM-NAME
           MOVE IN-PRIORITY TO EM-PRIORITY
           MOVE IN-SENIORITY TO EM-SENIORITY
           MOVE IN-STATUS TO EM-STATUS

           WRITE WS-EMP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 'ADDED' TO DT-RESULT
           ADD 1 TO WS-ADDED-COUNT.

       2500-UPDATE-EMPLOYEE.
           MOVE IN-SURNAME TO EM-SURNAME
           MOVE IN-NAME TO EM-NAME
           MOVE IN-PRIORITY TO EM-PRIORITY
           MOVE IN-SENIORITY TO EM-SENIORITY
           MOVE IN-STATUS TO EM-STATUS

           REWRITE WS-EMP-REC
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

           CLOSE EMP-IN
           CLOSE EMP-FILE
           CLOSE LOAD-RPT.

       8000-READ-INPUT.
           READ EMP-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
