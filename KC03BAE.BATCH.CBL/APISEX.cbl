               88 CR-ST-LEFT          VALUE 'L'.

      *   Border control's fixed manifest layout - one record
      *   per passenger (document type P), operating crew
      *   member (C) or crew positioning as a passenger (D).
       FD  APIS-OUT
           RECORDING MODE IS F.
       01  WS-APIS-REC.
       01 WS-ASG-EOF-SW              PIC X VALUE 'N'.
           88 WS-ASG-DONE            VALUE 'Y'.
       01 WS-CREW-COUNT              PIC 9(3) VALUE 0.
       01 WS-DHD-COUNT               PIC 9(3) VALUE 0.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
               VALUE 'CREW LISTED:           '.
           05 TL-CREW                 PIC ZZZZ9.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'POSITIONING CREW:       '.
           05 TL-DHD                  PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           MOVE PR-LAST-NAME TO AP-SURNAME
           MOVE PR-PSGR-NAME(WS-PSGR-IX) TO AP-GIVEN-NAMES

      *    Positioning crew (CRWDHD) carry the crew id where the
      *    surname goes - they are declared as crew would be,
      *    full name only, under document type D.
           IF PR-GROUP-REF = 'DEADHEAD'
               MOVE 'D' TO AP-DOC-TYPE
               MOVE SPACES TO AP-SURNAME
           END-IF

      *    Dates of birth live per passenger now; the passport
      *    expiry is still only captured for the lead.
           MOVE PR-PSGR-DOB(WS-PSGR-IX) TO AP-DOB
           END-EVALUATE

           WRITE WS-APIS-REC
           IF PR-GROUP-REF = 'DEADHEAD'
               ADD 1 TO WS-DHD-COUNT
           ELSE
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF

      *    Passengers 2-n are written as blank placeholders by
      *    the booking flow until each one checks in - a blank
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-CREW-COUNT TO TL-CREW
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-DHD-COUNT TO TL-DHD
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4

           CLOSE XREF-FILE
           CLOSE PNR-FILE
