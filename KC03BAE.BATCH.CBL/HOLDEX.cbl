               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT XTND-FILE ASSIGN TO PNRXTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

      *   PNR extension - the booked class, allotment flag and
      *   pet the hold was sold with; the rest rides as filler.
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

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

       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.
           88 WS-PNR-OK              VALUE '00'.
           88 WS-PNR-EOF             VALUE '10'.

       01 WS-JRNL-STATUS             PIC X(2) VALUE SPACES.
       01 WS-JRNL-ACTION             PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD             PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK              PIC X(8) VALUE SPACES.

       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

           PERFORM 1050-CHECK-RUN-CONTROL

           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN I-O FLSR-FILE
           OPEN INPUT XTND-FILE
           OPEN I-O CLS-FILE
           OPEN I-O INF-FILE
           OPEN I-O PET-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN I-O AUDCTL-FILE
           OPEN OUTPUT HOLDEXP-RPT

           PERFORM 8000-READ-PNR.
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PNR-OK
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF

           PERFORM 4500-RESTORE-FLIGHT-SEATS

           MOVE PR-PNR TO AU-PNR
           MOVE WS-AUDIT-OLD-STATUS TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS
           MOVE 'HLDX' TO AU-PROGRAM
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
      *     JOURNAL THE PNR AFTER-IMAGE FOR FORWARD RECOVERY
      * =======================================================
       7500-JOURNAL-PNR-IMAGE.
           ACCEPT WS-JRNL-YYMMDD FROM DATE
           ACCEPT WS-JRNL-CLOCK FROM TIME

           MOVE SPACES TO WS-JRNL-REC
           MOVE '20' TO JR-DATE(1:2)
           MOVE WS-JRNL-YYMMDD TO JR-DATE(3:6)
           MOVE WS-JRNL-CLOCK(1:6) TO JR-TIME
           MOVE 'HOLDEX' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE FLSR-FILE
           CLOSE XTND-FILE
           CLOSE CLS-FILE
           CLOSE INF-FILE
           CLOSE PET-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE HOLDEXP-RPT.

       8000-READ-PNR.
