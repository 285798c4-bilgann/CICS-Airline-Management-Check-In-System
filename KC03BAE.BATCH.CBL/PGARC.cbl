               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
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

       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
           88 WS-PNR-EOF             VALUE '10'.

       01 WS-JRNL-STATUS             PIC X(2) VALUE SPACES.
       01 WS-JRNL-ACTION             PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD             PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK              PIC X(8) VALUE SPACES.

       01 WS-ARC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ARC-OK              VALUE '00'.
           88 WS-ARC-EOF             VALUE '10'.
           END-IF

           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE

           IF WS-MODE-RESTART AND WS-RESTART-KEY NOT = SPACES
               MOVE WS-RESTART-KEY TO PR-PNR
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-PNR-OK
               MOVE 'D' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF
           ADD 1 TO WS-ARCHIVE-COUNT

           ADD 1 TO WS-SINCE-CKPT
           CLOSE CKPT-FILE
           MOVE 0 TO WS-SINCE-CKPT.

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
           MOVE 'PGARC' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       3000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           PERFORM 5000-TAKE-CHECKPOINT

           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE ARCHIVE-FILE
           DISPLAY 'PGARC RECORDS READ:    ' WS-READ-COUNT
           DISPLAY 'PGARC RECORDS ARCHIVED: ' WS-ARCHIVE-COUNT
