      *   description the monthly DLYRPT analysis prints beside
      *   the numbers, so the ops meeting argues about facts
      *   instead of recollections. Add-or-refresh in place.
      *   Each code also says whether the cause was within our
      *   control - weather, ATC and the like are marked X, and
      *   the DLYCMP compensation run pays nothing on them.
      * =======================================================

       ENVIRONMENT DIVISION.
       01  WS-IN-REC.
           05 IN-CODE                 PIC X(2).
           05 IN-DESC                 PIC X(20).
           05 IN-CONTROL              PIC X.

       FD  CODE-FILE.
       01  WS-CODE-REC.
           05 DC-CODE                 PIC X(2).
           05 DC-DESC                 PIC X(20).
      *    X - extraordinary, outside the carrier's control;
      *    anything else is ours and compensable.
           05 DC-CONTROL              PIC X.
               88 DC-EXTRAORDINARY    VALUE 'X'.

       FD  LOAD-RPT
           RECORDING MODE IS F.
           MOVE IN-DESC TO DT-DESC

           IF IN-CODE = SPACES OR IN-DESC = SPACES
              OR (IN-CONTROL NOT = SPACE AND IN-CONTROL NOT = 'X')
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

       2500-UPDATE-EXISTING-CODE.
           MOVE IN-DESC TO DC-DESC
           MOVE IN-CONTROL TO DC-CONTROL

           REWRITE WS-CODE-REC
               INVALID KEY
