               10 PR-PSGR-DOB         PIC X(8).
               10 PR-PSGR-BRD-SEQ     PIC 9(3).
           05 PR-GROUP-REF          PIC X(8).
               88 PR-GRP-NONREV     VALUE 'DEADHEAD' 'STAFFSBY'.
           05 PR-MEAL               PIC X(10).
           05 PR-ASSIST             PIC X.
           05 PR-FF-NUMBER          PIC X(10).
       2000-PROCESS-PNR-RECORDS.
           IF PR-FF-NUMBER NOT = SPACES
              AND NOT PR-ST-CANCELLED AND NOT PR-ST-BUMPED
              AND NOT PR-GRP-NONREV
               IF PR-DEPDATE = WS-RUN-DATE
                  AND PR-OUT-CKIN-FLAG = 'Y'
                   IF PR-OUT-FLT2 = SPACES
