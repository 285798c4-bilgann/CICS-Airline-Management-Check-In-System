      *   inventory and class buckets for each new flight/date
      *   exactly as it does for a hand-keyed feed. Patterns
      *   failing validation are diverted whole to the reject
      *   file so they can be fixed and re-run. A pattern may
      *   name the partner that sells the flight under its own
      *   code and number; FLLOAD has no use for it, but SSIMEX
      *   publishes it with the schedule.
      * =======================================================

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
      *   One record per flight pattern: the seven operating-day
      *   flags run Monday through Sunday. The codeshare partner
      *   and its flight number are blank on a flight no partner
      *   markets.
       FD  PATTERN-IN
           RECORDING MODE IS F.
       01  WS-PATTERN-REC.
           05 PT-STATUS               PIC X(1).
           05 PT-ACFT-TYPE            PIC X(3).
           05 PT-SEATS                PIC X(3).
           05 PT-CSH-CARRIER          PIC X(2).
           05 PT-CSH-FLTNUM           PIC X(4).

      *   Expanded records go out in FLLOAD's SCHDIN layout.
       FD  SCHED-OUT
      *   input, so a corrected reject file re-runs as-is.
       FD  REJECT-OUT
           RECORDING MODE IS F.
       01  WS-REJECT-REC              PIC X(55).

       FD  GEN-RPT
           RECORDING MODE IS F.
           IF PT-SEATS NOT NUMERIC
               MOVE 'N' TO WS-INPUT-VALID
               MOVE 'BAD SEAT COUNT' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF PT-CSH-CARRIER NOT = SPACES
              AND PT-CSH-FLTNUM NOT NUMERIC
               MOVE 'N' TO WS-INPUT-VALID
               MOVE 'BAD CODESHARE FLIGHT' TO WS-REJECT-REASON
           END-IF.

       2080-REJECT-PATTERN.
