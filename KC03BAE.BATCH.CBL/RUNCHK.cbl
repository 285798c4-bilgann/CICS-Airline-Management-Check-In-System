      *   night that got skipped no longer goes unnoticed. The
      *   per-flight jobs (gate closeout) stamp per flight/date
      *   and are listed but not window-checked - there is no
      *   fixed schedule to hold them to. A job that ran but
      *   found something wrong (AUDVFY on the audit trail)
      *   stamps X rather than C and is flagged here too.
      * =======================================================

       ENVIRONMENT DIVISION.
           05 FILLER                  PIC X(8) VALUE 'FLLOAD'.
           05 FILLER                  PIC X(8) VALUE 'LOYACC'.
           05 FILLER                  PIC X(8) VALUE 'NOSHOW'.
           05 FILLER                  PIC X(8) VALUE 'TKRECN'.
           05 FILLER                  PIC X(8) VALUE 'AUDVFY'.
       01 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-JOBS.
           05 WS-EXPECTED-JOB OCCURS 9 TIMES PIC X(8).
       01 WS-SEEN-FLAGS.
           05 WS-JOB-SEEN OCCURS 9 TIMES PIC X.
       01 WS-JOB-IX                   PIC 99 VALUE 0.

       01 WS-EXCEPTION-COUNT          PIC 9(3) VALUE 0.


       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(24)
               VALUE 'JOBS MISSING/FLAGGED:  '.
           05 TL-EXCEPTIONS           PIC ZZ9.

       PROCEDURE DIVISION.
           ELSE
               MOVE 'STALE - MISSED ITS WINDOW' TO DT-RESULT
           END-IF
           IF RC-STATUS = 'X' AND RC-LAST-DATE >= WS-EXPECTED-DATE
               MOVE 'RAN - FOUND PROBLEMS' TO DT-RESULT
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > 9
               IF WS-EXPECTED-JOB(WS-JOB-IX) = RC-JOB
                  AND RC-LAST-DATE >= WS-EXPECTED-DATE
                   MOVE 'Y' TO WS-JOB-SEEN(WS-JOB-IX)
           WRITE WS-RPT-LINE

           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > 9
               IF WS-JOB-SEEN(WS-JOB-IX) NOT = 'Y'
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-EXPECTED-JOB(WS-JOB-IX) TO DT-JOB
