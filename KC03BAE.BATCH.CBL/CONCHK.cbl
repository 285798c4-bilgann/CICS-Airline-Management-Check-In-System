      *   load: every live same-day round trip is re-validated
      *   against the flights' current times; a broken one (or
      *   one whose flight is now cancelled) goes onto the
      *   worklist for reservations and gets an SCNOTIFY record
      *   asking the passenger to reply yes, no or call; the
      *   notice is noted on NTCRPLY so NTCRSV can match the
      *   reply to it.
      * =======================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT NTCRPLY-FILE ASSIGN TO NTCRPLY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-KEY
               FILE STATUS IS WS-NTR-STATUS.

           SELECT WORKLIST-RPT ASSIGN TO CONCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).

      * Disruption notice register - closed by NTCRSV with the
      * passenger's reply, chased by NTCCHS when none comes.
       FD  NTCRPLY-FILE.
       01  WS-NTCRPLY-REC.
           05 NR-KEY.
               10 NR-PNR            PIC X(6).
               10 NR-SENT           PIC X(14).
               10 NR-FLIGHT         PIC X(6).
           05 NR-EVENT              PIC X(8).
           05 NR-STATUS             PIC X.
               88 NR-ST-OPEN        VALUE 'O'.
           05 NR-REPLY-DATE         PIC X(8).
           05 NR-REPLY-TIME         PIC X(6).
           05 NR-VCH-NUMBER         PIC X(10).
           05 FILLER                PIC X(1).

       FD  WORKLIST-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       01 WS-NOTIFY-STATUS           PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
       01 WS-NTR-STATUS              PIC X(2) VALUE SPACES.

       01 WS-PARM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PARM-OK             VALUE '00'.
       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME                PIC X(6) VALUE SPACES.
       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-TODAY-TIME.
           05 WS-TODAY-HH             PIC 9(2).
           05 WS-TODAY-MN             PIC 9(2).
           05 WS-TODAY-SS             PIC 9(2).
           05 FILLER                  PIC 9(2).

      * The same minimum the search applies when the trip is sold
      * - picked up from the parameters file at start-up so the
      * re-check always matches the selling rule; 90 stands in
       1000-INITIALIZE-RUN.
           PERFORM 1100-LOAD-SYSTEM-PARMS

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-HH TO WS-CURR-TIME(1:2)
           MOVE WS-TODAY-MN TO WS-CURR-TIME(3:2)
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN INPUT PNR-FILE
           OPEN INPUT FLSR-FILE
           OPEN EXTEND NOTIFY-OUT
           OPEN I-O NTCRPLY-FILE
           OPEN OUTPUT WORKLIST-RPT

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE PR-PHONE TO NT-PHONE
           MOVE PR-EMAIL TO NT-EMAIL
           STRING 'A SCHEDULE CHANGE BROKE YOUR SAME-DAY '
                  'CONNECTION - REPLY YES TO KEEP IT, NO OR CALL.'
               DELIMITED BY SIZE INTO NT-MESSAGE
           END-STRING
           MOVE 'CONNRISK' TO NT-EVENT
           MOVE PR-OUT-FLT TO NT-FLIGHT
           WRITE WS-NOTIFY-REC

           MOVE SPACES TO WS-NTCRPLY-REC
           MOVE PR-PNR TO NR-PNR
           MOVE WS-CURR-DATE TO NR-SENT(1:8)
           MOVE WS-CURR-TIME TO NR-SENT(9:6)
           MOVE PR-OUT-FLT TO NR-FLIGHT
           MOVE NT-EVENT TO NR-EVENT
           MOVE 'O' TO NR-STATUS
           WRITE WS-NTCRPLY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           CLOSE PNR-FILE
           CLOSE FLSR-FILE
           CLOSE NOTIFY-OUT
           CLOSE NTCRPLY-FILE
           CLOSE WORKLIST-RPT.

       8000-READ-PNR.
