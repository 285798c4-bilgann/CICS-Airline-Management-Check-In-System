      *   or CANCELLED, then a second pass over PNRDATA to find any
      *   live booking (outbound or return leg) on one of those
      *   flights and lists it, so reservations staff have a call
      *   list of passengers who still need to be told. Each
      *   passenger's SCNOTIFY record asks for a reply - yes, no
      *   or call - and the notice is noted on NTCRPLY so NTCRSV
      *   can match the reply to it.
      * =======================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT NTCRPLY-FILE ASSIGN TO NTCRPLY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-KEY
               FILE STATUS IS WS-NTR-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).

      *   Disruption notice register - one row per notice the
      *   passenger may answer, keyed PNR / time sent / flight so
      *   an out and return leg notified together stay apart.
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

      *   Run-control record - the job checks and stamps it so a
      *   duplicate same-day run is refused and a missed window
       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.
       01 WS-NTR-STATUS              PIC X(2) VALUE SPACES.
       01 WS-LAST-RUN-TIME           PIC X(6) VALUE SPACES.
       01 WS-RC-DATE                 PIC X(8) VALUE SPACES.
       01 WS-RC-TIME                 PIC X(6) VALUE SPACES.
       01 WS-RC-TODAY.
           OPEN INPUT FLSR-FILE
           OPEN OUTPUT WORKLIST-RPT
           OPEN OUTPUT NOTIFY-OUT
           OPEN I-O NTCRPLY-FILE

           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
               WHEN 'D'
                   STRING 'YOUR FLIGHT ' WS-CR-FLIGHT ' ON '
                          WS-CR-DATE ' HAS BEEN DELAYED.'
                          ' REPLY YES, NO OR CALL.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
               WHEN 'C'
                   STRING 'YOUR FLIGHT ' WS-CR-FLIGHT ' ON '
                          WS-CR-DATE ' HAS BEEN CANCELLED.'
                          ' REPLY YES, NO OR CALL.'
                       DELIMITED BY SIZE INTO NT-MESSAGE
               WHEN OTHER
                   CONTINUE
           MOVE 'SCHDCHG ' TO NT-EVENT
           MOVE WS-CR-FLIGHT TO NT-FLIGHT

           WRITE WS-NOTIFY-REC

           MOVE SPACES TO WS-NTCRPLY-REC
           MOVE PR-PNR TO NR-PNR
           MOVE WS-RC-DATE TO NR-SENT(1:8)
           MOVE WS-RC-TIME TO NR-SENT(9:6)
           MOVE WS-CR-FLIGHT TO NR-FLIGHT
           MOVE NT-EVENT TO NR-EVENT
           MOVE 'O' TO NR-STATUS
           WRITE WS-NTCRPLY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL
           CLOSE PNR-FILE
           CLOSE FLSR-FILE
           CLOSE WORKLIST-RPT
           CLOSE NOTIFY-OUT
           CLOSE NTCRPLY-FILE.

       8100-READ-FLSR.
           READ FLSR-FILE NEXT RECORD
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
               IF RC-LAST-DATE = WS-RC-DATE
                   PERFORM 1060-CHECK-PROJECTION-RERUN
               END-IF
           END-IF.

      *    A second run the same day is let through only when
      *    DLYPRJ has projected new delays since the last one.
       1060-CHECK-PROJECTION-RERUN.
           MOVE RC-LAST-TIME TO WS-LAST-RUN-TIME
           MOVE 'DLYPRJ  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
              AND RC-LAST-DATE = WS-RC-DATE
              AND RC-LAST-TIME > WS-LAST-RUN-TIME
               DISPLAY 'SCHNOT RERUN FOR PROJECTED DELAYS'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'SCHNOT ALREADY RAN TODAY - RUN REFUSED'
           CLOSE RUNCTL-FILE
           STOP RUN.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           MOVE 'SCHNOT  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-RC-DATE TO RC-LAST-DATE
           MOVE WS-RC-TIME TO RC-LAST-TIME
           MOVE 'C' TO RC-STATUS
