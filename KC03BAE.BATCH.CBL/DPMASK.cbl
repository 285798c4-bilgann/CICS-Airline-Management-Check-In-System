      *               the scheduler swaps it in, the way NTFDSP
      *               cycles its pending file;
      *     AUDTFIL - the operator id on old entries, to AUDTOUT;
      *               each entry keeps its number and is sealed
      *               again on the copy, and AUDCTL is moved on
      *               to the copy's last check value since the
      *               copy is what is swapped in. A break in the
      *               chain as read is counted on the report -
      *               AUDVFY has the detail;
      *     LOYHIST - the PNR linkage on old entries, to LOYHOUT;
      *     BAGFILE - the PNR linkage on old tags, in place.
      * =======================================================
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUO-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT HIST-IN ASSIGN TO LOYHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

       FD  AUDIT-OUT.
       01  WS-AUDOUT-REC            PIC X(52).

      *   Audit trail control row - the number and check value of
      *   the last AUDTFIL entry written.
       FD  AUDCTL-FILE.
       01  WS-AUDCTL-REC.
           05 AD-KEY                PIC X(8).
           05 AD-LAST-SEQ           PIC 9(9).
           05 AD-LAST-CHECK         PIC 9(9).
           05 AD-UPD-DATE           PIC X(8).
           05 AD-UPD-TIME           PIC X(6).

       FD  HIST-IN.
       01  WS-HIST-REC.
       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AUD-OK              VALUE '00'.
       01 WS-AUO-STATUS              PIC X(2) VALUE SPACES.
       01 WS-ADC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ADC-OK              VALUE '00'.
       01 WS-HIS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-HIS-OK              VALUE '00'.
       01 WS-HIO-STATUS              PIC X(2) VALUE SPACES.
       01 WS-HIS-MASKED               PIC 9(7) VALUE 0.
       01 WS-BAG-MASKED               PIC 9(7) VALUE 0.

      * The audit chain as read, and as sealed again on the copy.
       01 WS-IN-LAST-CHECK            PIC 9(9) VALUE 0.
       01 WS-OUT-LAST-CHECK           PIC 9(9) VALUE 0.
       01 WS-OUT-LAST-SEQ             PIC 9(9) VALUE 0.
       01 WS-AUD-BREAKS               PIC 9(7) VALUE 0.

      * Parameter area for the shared AUDSEAL check routine.
       01 WS-AUDSEAL-PARM.
           05 AH-PREV-CHECK           PIC 9(9).
           05 AH-RECORD               PIC X(52).
           05 AH-CHECK                PIC 9(9).

       01 WS-HEADING-1.
           05 FILLER                  PIC X(33)
               VALUE 'PERSONAL DATA MASKING - RETENTION'.
               VALUE 'BAG TAGS MASKED:       '.
           05 TL-BAG                  PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE 'AUDIT CHAIN BREAKS:    '.
           05 TL-BREAKS               PIC ZZZZZZ9.

       01 WS-AUDCTL-LINE.
           05 FILLER                  PIC X(8) VALUE 'AUDCTL: '.
           05 AL-RESULT               PIC X(50).

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           END-IF.

       3000-MASK-AUDIT.
           PERFORM 3100-CHECK-AUDIT-LINK

           IF AU-DATE NUMERIC
               MOVE AU-DATE TO WS-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               END-IF
           END-IF

           PERFORM 3200-RESEAL-AUDIT-ENTRY
           MOVE WS-AUDIT-REC TO WS-AUDOUT-REC
           WRITE WS-AUDOUT-REC
           PERFORM 8200-READ-AUDIT.

      *    An entry from before the trail was sealed carries no
      *    number and is copied as it stands.
       3100-CHECK-AUDIT-LINK.
           IF AU-SEQ NOT NUMERIC OR AU-SEQ = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-AUDIT-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           IF AU-CHECK NOT NUMERIC OR AH-CHECK NOT = AU-CHECK
               ADD 1 TO WS-AUD-BREAKS
           END-IF

           IF AU-CHECK NUMERIC
               MOVE AU-CHECK TO WS-IN-LAST-CHECK
           ELSE
               MOVE 0 TO WS-IN-LAST-CHECK
           END-IF.

      *    The masked entry keeps its number; its check value is
      *    worked again over what the copy now holds.
       3200-RESEAL-AUDIT-ENTRY.
           IF AU-SEQ NOT NUMERIC OR AU-SEQ = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OUT-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-AUDIT-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           MOVE AH-CHECK TO AU-CHECK
           MOVE AH-CHECK TO WS-OUT-LAST-CHECK
           MOVE AU-SEQ TO WS-OUT-LAST-SEQ.

       4000-MASK-LOYHIST.
           IF LH-DATE NUMERIC
               MOVE LH-DATE TO WS-DATE-NUM
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-BAG-MASKED TO TL-BAG
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-AUD-BREAKS TO TL-BREAKS
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5
           IF WS-AUD-BREAKS > 0
               DISPLAY 'DPMASK AUDTFIL CHAIN BREAKS FOUND - '
                       'RUN AUDVFY BEFORE THE COPY IS SWAPPED IN'
           END-IF

           PERFORM 9100-MOVE-AUDIT-CONTROL

           CLOSE ARCH-IN
           CLOSE ARCH-OUT

           PERFORM 9050-STAMP-RUN-CONTROL.

      * =======================================================
      *   MOVE THE AUDIT CONTROL ROW ON TO THE MASKED COPY
      * =======================================================
      *    The next entry written must chain from the copy's last
      *    check value, not the original's. If the trail has grown
      *    since it was read the row is left alone for AUDVFY to
      *    report on.
       9100-MOVE-AUDIT-CONTROL.
           IF WS-OUT-LAST-SEQ = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O AUDCTL-FILE
           MOVE 'AUDTFIL' TO AD-KEY
           READ AUDCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE SPACES TO AL-RESULT
           IF WS-ADC-OK AND AD-LAST-SEQ = WS-OUT-LAST-SEQ
               MOVE WS-OUT-LAST-CHECK TO AD-LAST-CHECK
               MOVE WS-CURR-DATE TO AD-UPD-DATE
               MOVE WS-RC-TIME TO AD-UPD-TIME
               REWRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'MOVED ON TO THE MASKED COPY' TO AL-RESULT
           ELSE
               MOVE 'NOT MOVED - AUDTFIL GREW DURING THE RUN'
                   TO AL-RESULT
           END-IF
           WRITE WS-RPT-LINE FROM WS-AUDCTL-LINE

           CLOSE AUDCTL-FILE.

      * =======================================================
      *   RUN-CONTROL - REFUSE A DUPLICATE SAME-DAY RUN
      * =======================================================
