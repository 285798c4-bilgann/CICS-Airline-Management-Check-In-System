       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.
       01 WS-PNR-COUNT                PIC 9(5) VALUE 0.
       01 WS-PSGR-COUNT                PIC 9(5) VALUE 0.
       01 WS-CREW-COUNT                PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(20)
               VALUE 'TOTAL PASSENGERS: '.
           05 TL-COUNT                PIC ZZZZ9.

       01 WS-CREW-TOTAL-LINE.
           05 FILLER                  PIC X(20)
               VALUE 'POSITIONING CREW: '.
           05 TL-CREW-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
               MOVE 'NO  ' TO DT-CKIN
           END-IF

      *    Crew riding to position (CRWDHD) are listed for the
      *    headcount but kept out of the passenger total. Staff
      *    cleared off standby (GTCLSE) are passengers.
           EVALUATE TRUE
               WHEN PR-GROUP-REF = 'DEADHEAD'
                   MOVE 'POS CREW ' TO DT-STATUS
               WHEN PR-GROUP-REF = 'STAFFSBY'
                   MOVE 'STAFF SBY' TO DT-STATUS
               WHEN PR-ST-WAITLIST
                   MOVE 'WAITLIST ' TO DT-STATUS
               WHEN PR-ST-BUMPED
           MOVE PR-FF-NUMBER TO DT-FF-NUMBER

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           IF PR-GROUP-REF = 'DEADHEAD'
               ADD 1 TO WS-CREW-COUNT
           ELSE
               ADD 1 TO WS-PSGR-COUNT
           END-IF

      *    A pet travelling with the booking gets its own line
      *    under the party so the crew see it before the carrier
           WRITE WS-RPT-LINE
           MOVE WS-PSGR-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-CREW-COUNT TO TL-CREW-COUNT
           WRITE WS-RPT-LINE FROM WS-CREW-TOTAL-LINE

           CLOSE PNR-FILE
           CLOSE XREF-FILE
