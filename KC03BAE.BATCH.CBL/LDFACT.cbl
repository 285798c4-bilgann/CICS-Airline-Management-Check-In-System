               10 PR-PSGR-DOB         PIC X(8).
               10 PR-PSGR-BRD-SEQ     PIC 9(3).
           05 PR-GROUP-REF          PIC X(8).
               88 PR-GRP-NONREV     VALUE 'DEADHEAD' 'STAFFSBY'.
           05 PR-MEAL               PIC X(10).
           05 PR-ASSIST             PIC X.
           05 PR-FF-NUMBER          PIC X(10).
      * =======================================================
      *          PASS 1 - TOTAL BOOKED PASSENGERS BY FLIGHT
      * =======================================================
      *    Positioning crew and staff cleared off standby take a
      *    seat but are not traffic.
       2000-BUILD-BOOKED-TABLE.
           IF NOT PR-ST-CANCELLED
              AND NOT PR-GRP-NONREV
               PERFORM 2100-ADD-FLIGHT-BOOKINGS
           END-IF

