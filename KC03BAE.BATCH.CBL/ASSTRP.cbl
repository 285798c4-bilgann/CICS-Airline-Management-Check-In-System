      *   SYSIN: one roster line per assistance passenger (name,
      *   seat, and the return flight when the trip is a round
      *   trip), plus a record appended to the SCNOTIFY feed so
      *   ground dispatch hears automatically. The assistance
      *   type off PNRXTND prints on each line, and a party whose
      *   type needs medical clearance gets the medical desk's
      *   decision and conditions (MEDCASE) printed under it for
      *   the ground and cabin teams.
      * =======================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNR-STATUS.

           SELECT XTND-FILE ASSIGN TO PNRXTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XD-PNR
               FILE STATUS IS WS-XTND-STATUS.

           SELECT MEDC-FILE ASSIGN TO MEDCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MC-PNR
               FILE STATUS IS WS-MEDC-STATUS.

           SELECT NOTIFY-OUT ASSIGN TO SCNOTIFY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           05 PR-EMAIL              PIC X(30).
           05 PR-REMARKS            PIC X(60).

      *   PNR extension record - the assistance type (SSR code)
      *   behind the PR-ASSIST flag.
       FD  XTND-FILE.
       01  WS-XTND-REC.
           05 XD-PNR                PIC X(6).
           05 FILLER                PIC X(63).
           05 XD-ASSIST-TYPE        PIC X(4).
           05 FILLER                PIC X(127).

      *   Medical clearance case worked by the medical desk.
       FD  MEDC-FILE.
       01  WS-MEDC-REC.
           05 MC-PNR                PIC X(6).
           05 MC-ASSIST-TYPE        PIC X(4).
           05 MC-STATUS             PIC X.
               88 MC-ST-OPEN        VALUE 'O'.
               88 MC-ST-FORM        VALUE 'F'.
               88 MC-ST-APPROVED    VALUE 'A'.
               88 MC-ST-REFUSED     VALUE 'R'.
           05 MC-OUT-FLT            PIC X(6).
           05 MC-DEPDATE            PIC X(8).
           05 MC-OPEN-DATE          PIC X(8).
           05 MC-FORM-DATE          PIC X(8).
           05 MC-DECISION-DATE      PIC X(8).
           05 MC-DECISION-USER      PIC X(8).
           05 MC-CONDITIONS         PIC X(60).
           05 FILLER                PIC X(13).

       FD  NOTIFY-OUT
           RECORDING MODE IS F.
       01  WS-NOTIFY-REC.
           88 WS-PNR-OK              VALUE '00'.
           88 WS-PNR-EOF             VALUE '10'.

       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
           88 WS-XTND-OK             VALUE '00'.

       01 WS-MEDC-STATUS             PIC X(2) VALUE SPACES.
           88 WS-MEDC-OK             VALUE '00'.

       01 WS-NOTIFY-STATUS           PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-PSGR-IX                  PIC 9(2) VALUE 0.
       01 WS-SEAT                     PIC X(3) VALUE SPACES.
       01 WS-ROSTER-COUNT             PIC 9(5) VALUE 0.
       01 WS-UNCLEARED-COUNT          PIC 9(5) VALUE 0.

       01 WS-ASSIST-TYPE              PIC X(4) VALUE SPACES.
       01 WS-MEDICAL-SW               PIC X VALUE 'N'.
           88 WS-MEDICAL-NEEDED       VALUE 'Y'.
       01 WS-CLEARED-SW               PIC X VALUE 'N'.
           88 WS-CLEARED              VALUE 'Y'.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(28)
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-NAME                 PIC X(18).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-TYPE                 PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(5) VALUE 'SEAT '.
           05 DT-SEAT                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RETURN               PIC X(22).

       01 WS-CLEARANCE-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'MEDICAL '.
           05 CL-STATUS               PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 CL-CONDITIONS           PIC X(60).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(24)
               VALUE 'ASSISTANCE PASSENGERS: '.
           05 TL-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(24)
               VALUE '  NOT MEDICALLY CLEARED:'.
           05 TL-UNCLEARED            PIC ZZZZ9.

       PROCEDURE DIVISION.

           MOVE CC-DATE TO WS-SEL-DATE

           OPEN INPUT PNR-FILE
           OPEN INPUT XTND-FILE
           OPEN INPUT MEDC-FILE
           OPEN EXTEND NOTIFY-OUT
           OPEN OUTPUT ROSTER-RPT

           PERFORM 8000-READ-PNR.

       4000-ROSTER-PARTY.
           PERFORM 4050-GET-ASSIST-DETAIL

           PERFORM 4100-ROSTER-PASSENGER
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP

           IF WS-MEDICAL-NEEDED
               PERFORM 4200-PRINT-CLEARANCE
           END-IF

           PERFORM 5700-WRITE-NOTIFICATION.

      *    A booking from before the type was captured has no
      *    type on file and prints as plain assistance.
       4050-GET-ASSIST-DETAIL.
           MOVE SPACES TO WS-ASSIST-TYPE
           MOVE 'N' TO WS-MEDICAL-SW
           MOVE 'N' TO WS-CLEARED-SW

           MOVE PR-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK
               MOVE XD-ASSIST-TYPE TO WS-ASSIST-TYPE
           END-IF

           IF WS-ASSIST-TYPE = 'STCR' OR WS-ASSIST-TYPE = 'OXYG'
              OR WS-ASSIST-TYPE = 'MEDA'
               MOVE 'Y' TO WS-MEDICAL-SW
               MOVE PR-PNR TO MC-PNR
               READ MEDC-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MEDC-OK AND MC-ST-APPROVED
                   MOVE 'Y' TO WS-CLEARED-SW
               END-IF
           END-IF.

       4100-ROSTER-PASSENGER.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PR-PNR TO DT-PNR
           MOVE PR-PSGR-NAME(WS-PSGR-IX) TO DT-NAME
           MOVE WS-ASSIST-TYPE TO DT-TYPE

      *    The onward sector of a one-stop itinerary is free
      *    seating - there is no assigned seat to print for it.
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ROSTER-COUNT
           IF WS-MEDICAL-NEEDED AND NOT WS-CLEARED
               ADD 1 TO WS-UNCLEARED-COUNT
           END-IF.

      *    The conditions the medical desk approved on - seating,
      *    oxygen supply, escort - or, on a refusal, its reason.
       4200-PRINT-CLEARANCE.
           MOVE SPACES TO CL-CONDITIONS
           EVALUATE TRUE
               WHEN NOT WS-MEDC-OK
                   MOVE 'NO CASE' TO CL-STATUS
                   MOVE 'NO MEDICAL CASE ON FILE - DO NOT BOARD'
                       TO CL-CONDITIONS
               WHEN MC-ST-APPROVED
                   MOVE 'APPROVED' TO CL-STATUS
                   MOVE MC-CONDITIONS TO CL-CONDITIONS
               WHEN MC-ST-REFUSED
                   MOVE 'REFUSED' TO CL-STATUS
                   MOVE MC-CONDITIONS TO CL-CONDITIONS
               WHEN MC-ST-FORM
                   MOVE 'FORM RCVD' TO CL-STATUS
                   MOVE 'AWAITING MEDICAL DESK DECISION'
                       TO CL-CONDITIONS
               WHEN OTHER
                   MOVE 'PENDING' TO CL-STATUS
                   MOVE 'AWAITING DOCTOR''S FORM'
                       TO CL-CONDITIONS
           END-EVALUATE
           WRITE WS-RPT-LINE FROM WS-CLEARANCE-LINE.

      * =======================================================
      *      TELL GROUND DISPATCH THROUGH THE SCNOTIFY FEED
           MOVE PR-PNR TO NT-PNR
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL
           EVALUATE TRUE
               WHEN WS-MEDICAL-NEEDED AND NOT WS-CLEARED
                   STRING 'GROUND DISPATCH: ASSISTANCE NEEDED FLIGHT '
                          WS-SEL-FLIGHT ' ON ' WS-SEL-DATE
                          ' TYPE ' WS-ASSIST-TYPE ' NOT CLEARED.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN WS-ASSIST-TYPE NOT = SPACES
                   STRING 'GROUND DISPATCH: ASSISTANCE NEEDED FLIGHT '
                          WS-SEL-FLIGHT ' ON ' WS-SEL-DATE
                          ' TYPE ' WS-ASSIST-TYPE '.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING 'GROUND DISPATCH: ASSISTANCE NEEDED FLIGHT '
                          WS-SEL-FLIGHT ' ON ' WS-SEL-DATE '.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
                   END-STRING
           END-EVALUATE

           MOVE 'ASSIST  ' TO NT-EVENT
           MOVE WS-SEL-FLIGHT TO NT-FLIGHT
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ROSTER-COUNT TO TL-COUNT
           MOVE WS-UNCLEARED-COUNT TO TL-UNCLEARED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE PNR-FILE
           CLOSE XTND-FILE
           CLOSE MEDC-FILE
           CLOSE NOTIFY-OUT
           CLOSE ROSTER-RPT.

