      *   move is written to AUDTFIL, and a record goes onto the
      *   SCNOTIFY feed so the passenger hears about it - the
      *   hand-rebooking through CKIN and FLTS one PNR at a time
      *   stops here. The replacement flights are read off the
      *   FLSRCPX city-pair/date access path rather than a scan
      *   of the whole schedule. Every booking taken off the
      *   flight, moved or not, is logged on RACLOG with what it
      *   was moved to - the DLYCMP compensation run works the
      *   cancellation entitlements from that log. A passenger
      *   moved onto another flight is asked to reply yes, no or
      *   call, and the notice is noted on NTCRPLY so NTCRSV can
      *   match the reply to it.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT CPX-FILE ASSIGN TO FLSRCPX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-CPX-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT RACLOG-FILE ASSIGN TO RACLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCL-STATUS.

           SELECT QUEUE-FILE ASSIGN TO PNRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT NTCRPLY-FILE ASSIGN TO NTCRPLY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-KEY
               FILE STATUS IS WS-NTR-STATUS.

           SELECT XREF-FILE ASSIGN TO PNRXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

      *   City-pair/date access path into FLSRFIL - the cancelled
      *   flight's route from its date on, in date order.
       FD  CPX-FILE.
       01  WS-CPX-REC.
           05 CX-KEY.
               10 CX-ORIG            PIC X(3).
               10 CX-DEST            PIC X(3).
               10 CX-DATE            PIC X(8).
               10 CX-FLTNUM          PIC X(5).

      * PNR status audit record (append-only log of every change)
       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

      *   Audit trail control row - the number and check value of
      *   the last AUDTFIL entry written, online or batch.
       FD  AUDCTL-FILE.
       01  WS-AUDCTL-REC.
           05 AD-KEY                PIC X(8).
           05 AD-LAST-SEQ           PIC 9(9).
           05 AD-LAST-CHECK         PIC 9(9).
           05 AD-UPD-DATE           PIC X(8).
           05 AD-UPD-TIME           PIC X(6).

      *   Reaccommodation log - one record per booking taken off
      *   a cancelled flight: the flight it lost, the scheduled
      *   arrival it lost, and the flight it was moved to.
       FD  RACLOG-FILE.
       01  WS-RACLOG-REC.
           05 RL-PNR                PIC X(6).
           05 RL-FLIGHT             PIC X(6).
           05 RL-DATE               PIC X(8).
           05 RL-SCHED-ARR          PIC X(4).
           05 RL-OLD-STATUS         PIC X.
           05 RL-RESULT             PIC X.
               88 RL-MOVED          VALUE 'M'.
               88 RL-WAITLISTED     VALUE 'W'.
               88 RL-NO-ALTERNATIVE VALUE 'N'.
           05 RL-NEW-FLT            PIC X(5).
           05 RL-NEW-DATE           PIC X(8).
           05 RL-NEW-ARR            PIC X(4).
           05 RL-RUN-DATE           PIC X(8).
           05 RL-RUN-TIME           PIC X(6).

      *   Flight/date access path into PNRDATA - the moved leg
      *   gets its entry here the moment the move is applied, so
           05 NT-EVENT               PIC X(8).
           05 NT-FLIGHT              PIC X(6).

      *   Disruption notice register - a rebooking the passenger
      *   may answer (yes, no or call me) through the messaging
      *   gateway; NTCRSV closes the row with the reply and
      *   NTCCHS chases it when none comes.
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

      *   PNR extension - only the booked class matters here;
      *   the rest of the record rides as filler.
       FD  XTND-FILE.
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

      * PNRDATA forward-recovery journal - the after-image of
      * every add, change or delete of a booking (see PNRRPLY).
       FD  JRNL-FILE.
       01  WS-JRNL-REC.
           05 JR-DATE               PIC X(8).
           05 JR-TIME               PIC X(6).
           05 JR-PROGRAM            PIC X(8).
           05 JR-ACTION             PIC X.
           05 JR-PNR                PIC X(6).
           05 JR-IMAGE              PIC X(892).
           05 FILLER                PIC X(9).

       WORKING-STORAGE SECTION.

       01 WS-ADC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ADC-OK              VALUE '00'.
       01 WS-ADC-FOUND               PIC X VALUE 'N'.
       01 WS-SEAL-YYMMDD             PIC 9(6) VALUE 0.
       01 WS-SEAL-CLOCK              PIC 9(8) VALUE 0.

      * Parameter area for the shared AUDSEAL check routine.
       01 WS-AUDSEAL-PARM.
           05 AH-PREV-CHECK           PIC 9(9).
           05 AH-RECORD               PIC X(52).
           05 AH-CHECK                PIC 9(9).

       01 WS-QUE-STATUS              PIC X(2) VALUE SPACES.
           88 WS-QUE-OK              VALUE '00'.

           88 WS-PNR-OK              VALUE '00'.
           88 WS-PNR-EOF             VALUE '10'.

       01 WS-JRNL-STATUS             PIC X(2) VALUE SPACES.
       01 WS-JRNL-ACTION             PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD             PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK              PIC X(8) VALUE SPACES.

       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
           88 WS-FLSR-EOF            VALUE '10'.

       01 WS-CPX-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPX-OK              VALUE '00'.

       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RCL-STATUS              PIC X(2) VALUE SPACES.
       01 WS-XRF-STATUS              PIC X(2) VALUE SPACES.
       01 WS-NOTIFY-STATUS           PIC X(2) VALUE SPACES.
       01 WS-NTR-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-PNR-EOF-SW              PIC X VALUE 'N'.
       01 WS-SEL-DATE                 PIC X(8) VALUE SPACES.
       01 WS-SEL-ORIG                 PIC X(3) VALUE SPACES.
       01 WS-SEL-DEST                 PIC X(3) VALUE SPACES.
       01 WS-SEL-ARR                  PIC X(4) VALUE SPACES.
       01 WS-ROUTE-KNOWN              PIC X VALUE 'N'.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COLLECT-CANDIDATES
           PERFORM 2800-SORT-CANDIDATES
           PERFORM 3000-PROCESS-PNR-RECORDS UNTIL WS-PNR-DONE
           PERFORM 9000-FINALIZE-RUN
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN I-O FLSR-FILE
           OPEN INPUT CPX-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN I-O AUDCTL-FILE
           OPEN EXTEND RACLOG-FILE
           OPEN I-O XREF-FILE
           OPEN I-O QUEUE-FILE
           OPEN INPUT XTND-FILE
           OPEN I-O CLS-FILE
           OPEN EXTEND NOTIFY-OUT
           OPEN I-O NTCRPLY-FILE
           OPEN OUTPUT REACCOM-RPT

           MOVE WS-SEL-FLIGHT TO HD-FLIGHT
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8200-READ-PNR.

      * =======================================================
      *   PASS 1 - THE ROUTE AND ITS REPLACEMENT FLIGHTS
      * =======================================================
      *    The cancelled flight's own record names the route;
      *    the city-pair access path then gives every flight on
      *    that route from the cancelled date on, without
      *    reading the rest of the schedule.
       2000-COLLECT-CANDIDATES.
           MOVE WS-SEL-FLIGHT(1:5) TO WR-FLTNUM
           MOVE WS-SEL-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK
               MOVE WR-ORIG TO WS-SEL-ORIG
               MOVE WR-DEST TO WS-SEL-DEST
               MOVE WR-ARRTIME TO WS-SEL-ARR
               MOVE 'Y' TO WS-ROUTE-KNOWN
           END-IF.

       2800-SORT-CANDIDATES.
           IF WS-ROUTE-KNOWN = 'Y'
               MOVE WS-SEL-ORIG TO CX-ORIG
               MOVE WS-SEL-DEST TO CX-DEST
               MOVE WS-SEL-DATE TO CX-DATE
               MOVE LOW-VALUES TO CX-FLTNUM
               START CPX-FILE KEY >= CX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FLSR-EOF-SW
               END-START
               IF NOT WS-FLSR-DONE
                   PERFORM 8100-READ-CPX
               END-IF
               PERFORM 2850-KEEP-CANDIDATE UNTIL WS-FLSR-DONE
           END-IF

               END-PERFORM
           END-IF.

      *    Each entry is checked against the flight it names -
      *    a re-routed or purged flight's entry is skipped.
       2850-KEEP-CANDIDATE.
           MOVE CX-FLTNUM TO WR-FLTNUM
           MOVE CX-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-FLSR-OK
              AND WR-ORIG = WS-SEL-ORIG
              AND WR-DEST = WS-SEL-DEST
              AND WR-DATE >= WS-SEL-DATE
              AND NOT WR-ST-CANCELLED
               MOVE WR-SEATS TO CD-SEATS(WS-CX)
           END-IF

           PERFORM 8100-READ-CPX.

      * =======================================================
      *   PASS 2 - MOVE EACH AFFECTED LIVE BOOKING
               MOVE 'NO ALTERNATIVE - SEE AGENT' TO DT-RESULT
               ADD 1 TO WS-MANUAL-COUNT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               PERFORM 5600-WRITE-REACCOM-LOG
               PERFORM 5700-WRITE-NOTIFICATION
               PERFORM 5800-QUEUE-FOR-AGENT
               EXIT PARAGRAPH
           PERFORM 4400-MOVE-PNR-TO-CANDIDATE
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           PERFORM 5000-WRITE-AUDIT-RECORD
           PERFORM 5600-WRITE-REACCOM-LOG
           PERFORM 5700-WRITE-NOTIFICATION.

      *    First candidate with room for the whole party wins;
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PNR-OK
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF

           PERFORM 4500-WRITE-MOVED-LEG-XREF.

           MOVE PR-PNR TO AU-PNR
           MOVE WS-AUDIT-OLD-STATUS TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS
           MOVE 'RACM' TO AU-PROGRAM
           MOVE 'BATCH' TO AU-USER

           PERFORM 5050-SEAL-AUDIT-RECORD
           WRITE WS-AUDIT-REC
           PERFORM 5060-ADVANCE-AUDIT-CONTROL.

      * =======================================================
      *   NUMBER, STAMP AND SEAL THE AUDIT ENTRY
      * =======================================================
      *    AUDCTL holds the last entry written, online or batch.
      *    The entry takes the next number, the time it is
      *    written - so the trail's times run in the order of
      *    its numbers - and a check value chained from the last
      *    entry's through AUDSEAL, the routine AUDWRT uses.
       5050-SEAL-AUDIT-RECORD.
           ACCEPT WS-SEAL-YYMMDD FROM DATE
           ACCEPT WS-SEAL-CLOCK FROM TIME
           MOVE '20' TO AU-DATE(1:2)
           MOVE WS-SEAL-YYMMDD TO AU-DATE(3:6)
           MOVE WS-SEAL-CLOCK(1:6) TO AU-TIME

           MOVE 'AUDTFIL' TO AD-KEY
           MOVE 'N' TO WS-ADC-FOUND
           READ AUDCTL-FILE
               INVALID KEY
                   MOVE 'AUDTFIL' TO AD-KEY
                   MOVE 0 TO AD-LAST-SEQ
                   MOVE 0 TO AD-LAST-CHECK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADC-FOUND
           END-READ

           COMPUTE AU-SEQ = AD-LAST-SEQ + 1
           MOVE AD-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-AUDIT-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           MOVE AH-CHECK TO AU-CHECK.

       5060-ADVANCE-AUDIT-CONTROL.
           MOVE AU-SEQ TO AD-LAST-SEQ
           MOVE AU-CHECK TO AD-LAST-CHECK
           MOVE AU-DATE TO AD-UPD-DATE
           MOVE AU-TIME TO AD-UPD-TIME
           IF WS-ADC-FOUND = 'Y'
               REWRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * =======================================================
      *   LOG THE BOOKING'S MOVE FOR THE COMPENSATION RUN
      * =======================================================
      *    The old status says whether the passenger held a
      *    confirmed seat on the cancelled flight - only they
      *    are owed anything for losing it.
       5600-WRITE-REACCOM-LOG.
           MOVE SPACES TO WS-RACLOG-REC
           MOVE PR-PNR TO RL-PNR
           MOVE WS-SEL-FLIGHT TO RL-FLIGHT
           MOVE WS-SEL-DATE TO RL-DATE
           MOVE WS-SEL-ARR TO RL-SCHED-ARR
           MOVE WS-AUDIT-OLD-STATUS TO RL-OLD-STATUS

           IF WS-PICKED-IX = 0
               MOVE 'N' TO RL-RESULT
           ELSE
               SET WS-CX TO WS-PICKED-IX
               MOVE CD-FLT(WS-CX) TO RL-NEW-FLT
               MOVE CD-DATE(WS-CX) TO RL-NEW-DATE
               MOVE CD-ARR(WS-CX) TO RL-NEW-ARR
               IF PR-ST-WAITLIST
                   MOVE 'W' TO RL-RESULT
               ELSE
                   MOVE 'M' TO RL-RESULT
               END-IF
           END-IF

           MOVE WS-CURR-DATE TO RL-RUN-DATE
           MOVE WS-CURR-TIME TO RL-RUN-TIME

           WRITE WS-RACLOG-REC.

      * =======================================================
      *   QUEUE THE PNR FOR A HUMAN - NO SEAT COULD BE FOUND
               STRING 'FLIGHT ' WS-SEL-FLIGHT ' WAS CANCELLED - '
                      'YOU ARE REBOOKED ON ' CD-FLT(WS-CX)
                      ' ' CD-DATE(WS-CX) '.'
                      ' REPLY YES, NO OR CALL.'
                   DELIMITED BY SIZE INTO NT-MESSAGE
               END-STRING
           END-IF
           MOVE 'REBOOKED' TO NT-EVENT
           MOVE WS-SEL-FLIGHT TO NT-FLIGHT

           WRITE WS-NOTIFY-REC

           IF WS-PICKED-IX > 0
               PERFORM 5750-REGISTER-NOTICE
           END-IF.

      * =======================================================
      *   NOTE THE REBOOKING FOR THE PASSENGER'S REPLY
      * =======================================================
      *    Only a booking actually moved is asked - the one with
      *    no alternative is already on the REAC queue for an
      *    agent to ring.
       5750-REGISTER-NOTICE.
           MOVE SPACES TO WS-NTCRPLY-REC
           MOVE PR-PNR TO NR-PNR
           MOVE WS-CURR-DATE TO NR-SENT(1:8)
           MOVE WS-CURR-TIME TO NR-SENT(9:6)
           MOVE WS-SEL-FLIGHT TO NR-FLIGHT
           MOVE NT-EVENT TO NR-EVENT
           MOVE 'O' TO NR-STATUS

           WRITE WS-NTCRPLY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * =======================================================
      *     JOURNAL THE PNR AFTER-IMAGE FOR FORWARD RECOVERY
      * =======================================================
       7500-JOURNAL-PNR-IMAGE.
           ACCEPT WS-JRNL-YYMMDD FROM DATE
           ACCEPT WS-JRNL-CLOCK FROM TIME

           MOVE SPACES TO WS-JRNL-REC
           MOVE '20' TO JR-DATE(1:2)
           MOVE WS-JRNL-YYMMDD TO JR-DATE(3:6)
           MOVE WS-JRNL-CLOCK(1:6) TO JR-TIME
           MOVE 'RACCOM' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3

           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE FLSR-FILE
           CLOSE CPX-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE RACLOG-FILE
           CLOSE XREF-FILE
           CLOSE QUEUE-FILE
           CLOSE XTND-FILE
           CLOSE CLS-FILE
           CLOSE NOTIFY-OUT
           CLOSE NTCRPLY-FILE
           CLOSE REACCOM-RPT.

       8100-READ-CPX.
           READ CPX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FLSR-EOF-SW
           END-READ
           IF NOT WS-FLSR-DONE
              AND (CX-ORIG NOT = WS-SEL-ORIG
                OR CX-DEST NOT = WS-SEL-DEST)
               MOVE 'Y' TO WS-FLSR-EOF-SW
           END-IF.

       8200-READ-PNR.
           READ PNR-FILE NEXT RECORD
