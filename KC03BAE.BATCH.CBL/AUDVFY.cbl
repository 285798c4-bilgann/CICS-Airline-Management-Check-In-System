       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVFY.

      * =======================================================
      *   NIGHTLY AUDIT TRAIL VERIFICATION
      * =======================================================
      *   AUDTFIL is what the auditors and the dispute desk are
      *   shown. Every entry carries a sequence number and a
      *   check value chained from the entry before (AUDSEAL),
      *   and AUDCTL holds the number and check value of the
      *   last one written. This job walks the trail and lists
      *   every entry that does not hold together:
      *     - a number that is not the one after the last (an
      *       entry dropped, or repeated / moved);
      *     - a check value that does not follow from the entry
      *       and the one before it (an entry edited, or one
      *       slipped in and sealed on its own);
      *     - a date and time earlier than the entry before;
      *     - an unnumbered entry once numbering has begun;
      *     - a last entry that is not the one AUDCTL recorded
      *       (entries cut off the end).
      *   Entries written before the trail was sealed are only
      *   counted. The AUDTOUT copy DPMASK / DPSUBJ leave for
      *   the scheduler to swap in is walked the same way and
      *   matched entry for entry against AUDTFIL - only an
      *   operator id masked to '*' may differ. The RUNCTL stamp
      *   is marked X when anything is listed, and RUNCHK shows
      *   it the next morning.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT COPY-FILE ASSIGN TO AUDTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPY-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

           SELECT VERIFY-RPT ASSIGN TO AUDVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  WS-AUDIT-REC.
           05 AU-PNR                PIC X(6).
           05 AU-OLD-STATUS         PIC X.
           05 AU-NEW-STATUS         PIC X.
           05 AU-DATE               PIC X(8).
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

       FD  COPY-FILE.
       01  WS-COPY-REC.
           05 CP-PNR                PIC X(6).
           05 CP-OLD-STATUS         PIC X.
           05 CP-NEW-STATUS         PIC X.
           05 CP-DATE               PIC X(8).
           05 CP-TIME               PIC X(6).
           05 CP-PROGRAM            PIC X(4).
           05 CP-USER               PIC X(8).
           05 CP-SEQ                PIC 9(9).
           05 CP-CHECK              PIC 9(9).

      *   Audit trail control row - the number and check value of
      *   the last AUDTFIL entry written, online or batch.
       FD  AUDCTL-FILE.
       01  WS-AUDCTL-REC.
           05 AD-KEY                PIC X(8).
           05 AD-LAST-SEQ           PIC 9(9).
           05 AD-LAST-CHECK         PIC 9(9).
           05 AD-UPD-DATE           PIC X(8).
           05 AD-UPD-TIME           PIC X(6).

      *   Run-control record - the job checks and stamps it so a
      *   duplicate same-day run is refused and a missed window
      *   shows up on the RUNCHK morning report.
       FD  RUNCTL-FILE.
       01  WS-RUNCTL-REC.
           05 RC-KEY.
               10 RC-JOB            PIC X(8).
               10 RC-QUALIFIER      PIC X(14).
           05 RC-LAST-DATE          PIC X(8).
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

       FD  VERIFY-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-AUD-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AUD-OK              VALUE '00'.
       01 WS-CPY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPY-OK              VALUE '00'.
       01 WS-ADC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ADC-OK              VALUE '00'.
       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-AUD-EOF-SW              PIC X VALUE 'N'.
           88 WS-AUD-DONE            VALUE 'Y'.
       01 WS-CPY-EOF-SW              PIC X VALUE 'N'.
           88 WS-CPY-DONE            VALUE 'Y'.
       01 WS-COPY-PRESENT            PIC X VALUE 'N'.
       01 WS-ADC-FOUND               PIC X VALUE 'N'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-RC-TIME                  PIC X(6) VALUE SPACES.
       01 WS-RC-TODAY-TIME.
           05 WS-RC-HH                PIC 9(2).
           05 WS-RC-MN                PIC 9(2).
           05 WS-RC-SS                PIC 9(2).
           05 FILLER                  PIC 9(2).

      * One walk of a trail - AUDTFIL first, then the copy. The
      * entry in hand is moved to WS-WALK-REC so one set of
      * checks serves both.
       01 WS-WALK-FILE                PIC X(7) VALUE SPACES.
       01 WS-WALK-REC.
           05 WK-PNR                  PIC X(6).
           05 WK-OLD-STATUS           PIC X.
           05 WK-NEW-STATUS           PIC X.
           05 WK-STAMP.
               10 WK-DATE             PIC X(8).
               10 WK-TIME             PIC X(6).
           05 WK-PROGRAM              PIC X(4).
           05 WK-USER                 PIC X(8).
           05 WK-SEQ                  PIC 9(9).
           05 WK-CHECK                PIC 9(9).
       01 WS-WALK-STATE.
           05 WS-WALK-SEALED          PIC X.
           05 WS-LAST-SEQ             PIC 9(9).
           05 WS-LAST-CHECK           PIC 9(9).
           05 WS-LAST-STAMP           PIC X(14).
           05 WS-WALK-COUNT           PIC 9(9).
           05 WS-UNSEALED-COUNT       PIC 9(9).
           05 WS-WALK-EXCEPTIONS      PIC 9(7).

      * Where each trail ended, for the tail checks.
       01 WS-AUD-LAST-SEQ             PIC 9(9) VALUE 0.
       01 WS-AUD-LAST-CHECK           PIC 9(9) VALUE 0.
       01 WS-CPY-LAST-SEQ             PIC 9(9) VALUE 0.
       01 WS-CPY-LAST-CHECK           PIC 9(9) VALUE 0.

       01 WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01 WS-PROBLEM                  PIC X(36) VALUE SPACES.

      * Parameter area for the shared AUDSEAL check routine.
       01 WS-AUDSEAL-PARM.
           05 AH-PREV-CHECK           PIC 9(9).
           05 AH-RECORD               PIC X(52).
           05 AH-CHECK                PIC 9(9).

       01 WS-HEADING-1.
           05 FILLER                  PIC X(30)
               VALUE 'AUDIT TRAIL VERIFICATION - RUN'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'FILE'.
           05 FILLER                  PIC X(10) VALUE 'SEQUENCE'.
           05 FILLER                  PIC X(7) VALUE 'PNR'.
           05 FILLER                  PIC X(9) VALUE 'DATE'.
           05 FILLER                  PIC X(7) VALUE 'TIME'.
           05 FILLER                  PIC X(36) VALUE 'PROBLEM'.

       01 WS-DETAIL-LINE.
           05 DT-FILE                 PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-SEQ                  PIC Z(8)9.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-TIME                 PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-PROBLEM              PIC X(36).

       01 WS-NOTE-LINE.
           05 NL-FILE                 PIC X(7).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 NL-TEXT                 PIC X(60).

       01 WS-COUNT-LINE.
           05 CL-FILE                 PIC X(7).
           05 FILLER                  PIC X(10) VALUE ' ENTRIES: '.
           05 CL-ENTRIES              PIC Z(8)9.
           05 FILLER                  PIC X(13)
               VALUE '  UNSEALED: '.
           05 CL-UNSEALED             PIC Z(8)9.
           05 FILLER                  PIC X(13)
               VALUE '  PROBLEMS: '.
           05 CL-PROBLEMS             PIC Z(6)9.

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(24)
               VALUE 'PROBLEMS FOUND:         '.
           05 TL-EXCEPTIONS           PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-WALK-AUDTFIL
           PERFORM 3000-WALK-COPY
           PERFORM 4000-CHECK-TAIL
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           PERFORM 1050-CHECK-RUN-CONTROL

           OPEN OUTPUT VERIFY-RPT
           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           OPEN INPUT AUDCTL-FILE
           MOVE 'AUDTFIL' TO AD-KEY
           READ AUDCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ADC-OK
               MOVE 'Y' TO WS-ADC-FOUND
           END-IF
           CLOSE AUDCTL-FILE.

      * =======================================================
      *   AUDTFIL - THE TRAIL ITSELF
      * =======================================================
       2000-WALK-AUDTFIL.
           MOVE 'AUDTFIL' TO WS-WALK-FILE
           PERFORM 6000-START-WALK

           OPEN INPUT AUDIT-FILE
           PERFORM 8100-READ-AUDIT
           PERFORM 2100-CHECK-AUDIT-ENTRY UNTIL WS-AUD-DONE
           CLOSE AUDIT-FILE

           MOVE WS-LAST-SEQ TO WS-AUD-LAST-SEQ
           MOVE WS-LAST-CHECK TO WS-AUD-LAST-CHECK
           PERFORM 6900-END-WALK.

       2100-CHECK-AUDIT-ENTRY.
           MOVE WS-AUDIT-REC TO WS-WALK-REC
           PERFORM 6100-CHECK-ENTRY
           PERFORM 8100-READ-AUDIT.

      * =======================================================
      *   AUDTOUT - THE MASKED COPY, WHEN ONE IS ON HAND
      * =======================================================
      *    The copy is walked on its own chain and read alongside
      *    AUDTFIL from the top: entry for entry they must agree
      *    but for a masked operator id. AUDTFIL may run on past
      *    the copy's end - entries written since it was made.
       3000-WALK-COPY.
           OPEN INPUT COPY-FILE
           IF NOT WS-CPY-OK
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'AUDTOUT' TO NL-FILE
               MOVE 'NO MASKED COPY ON HAND - NOT CHECKED' TO NL-TEXT
               MOVE SPACES TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               WRITE WS-RPT-LINE FROM WS-NOTE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-COPY-PRESENT

           MOVE 'AUDTOUT' TO WS-WALK-FILE
           PERFORM 6000-START-WALK

           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-FILE
           PERFORM 8100-READ-AUDIT
           PERFORM 8200-READ-COPY
           PERFORM 3100-CHECK-COPY-ENTRY UNTIL WS-CPY-DONE
           CLOSE AUDIT-FILE
           CLOSE COPY-FILE

           MOVE WS-LAST-SEQ TO WS-CPY-LAST-SEQ
           MOVE WS-LAST-CHECK TO WS-CPY-LAST-CHECK
           PERFORM 6900-END-WALK.

       3100-CHECK-COPY-ENTRY.
           MOVE WS-COPY-REC TO WS-WALK-REC
           PERFORM 6100-CHECK-ENTRY

           IF WS-AUD-DONE
               MOVE 'NOT ON AUDTFIL' TO WS-PROBLEM
               PERFORM 7000-LIST-PROBLEM
           ELSE
               IF CP-PNR NOT = AU-PNR
                  OR CP-OLD-STATUS NOT = AU-OLD-STATUS
                  OR CP-NEW-STATUS NOT = AU-NEW-STATUS
                  OR CP-DATE NOT = AU-DATE
                  OR CP-TIME NOT = AU-TIME
                  OR CP-PROGRAM NOT = AU-PROGRAM
                  OR CP-SEQ NOT = AU-SEQ
                  OR (CP-USER NOT = AU-USER
                      AND CP-USER NOT = ALL '*')
                   MOVE 'DIFFERS FROM AUDTFIL' TO WS-PROBLEM
                   PERFORM 7000-LIST-PROBLEM
               END-IF
               PERFORM 8100-READ-AUDIT
           END-IF

           PERFORM 8200-READ-COPY.

      * =======================================================
      *   THE TAIL - IS THE LAST ENTRY THE ONE AUDCTL RECORDS?
      * =======================================================
      *    Once DPMASK or DPSUBJ has moved AUDCTL on to a masked
      *    copy of the same length, the copy's last check value
      *    is the one AUDCTL holds until the copy is swapped in.
       4000-CHECK-TAIL.
           IF WS-ADC-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'AUDTFIL' TO WS-WALK-FILE
           MOVE SPACES TO WS-WALK-REC
           MOVE WS-AUD-LAST-SEQ TO WK-SEQ

           EVALUATE TRUE
               WHEN WS-AUD-LAST-SEQ < AD-LAST-SEQ
                   MOVE AD-LAST-SEQ TO WK-SEQ
                   MOVE 'ENTRIES MISSING FROM THE END' TO WS-PROBLEM
                   PERFORM 7000-LIST-PROBLEM
               WHEN WS-AUD-LAST-SEQ > AD-LAST-SEQ
                   MOVE 'ENTRIES PAST AUDCTL LAST NUMBER'
                       TO WS-PROBLEM
                   PERFORM 7000-LIST-PROBLEM
               WHEN WS-AUD-LAST-CHECK = AD-LAST-CHECK
                   CONTINUE
               WHEN WS-COPY-PRESENT = 'Y'
                    AND WS-CPY-LAST-SEQ = AD-LAST-SEQ
                    AND WS-CPY-LAST-CHECK = AD-LAST-CHECK
                   CONTINUE
               WHEN OTHER
                   MOVE 'LAST ENTRY NOT AS AUDCTL RECORDS'
                       TO WS-PROBLEM
                   PERFORM 7000-LIST-PROBLEM
           END-EVALUATE.

      * =======================================================
      *   ONE ENTRY AGAINST THE ONE BEFORE IT
      * =======================================================
       6000-START-WALK.
           MOVE 'N' TO WS-WALK-SEALED
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-LAST-CHECK
           MOVE LOW-VALUES TO WS-LAST-STAMP
           MOVE 0 TO WS-WALK-COUNT
           MOVE 0 TO WS-UNSEALED-COUNT
           MOVE 0 TO WS-WALK-EXCEPTIONS.

      *    The first numbered entry is number 1, chained from
      *    nothing; from then on each is the last number plus one
      *    and its check value follows from the last one's.
       6100-CHECK-ENTRY.
           ADD 1 TO WS-WALK-COUNT

           IF WK-SEQ NOT NUMERIC OR WK-SEQ = 0
               IF WS-WALK-SEALED = 'Y'
                   MOVE 'UNNUMBERED ENTRY' TO WS-PROBLEM
                   PERFORM 7000-LIST-PROBLEM
               ELSE
                   ADD 1 TO WS-UNSEALED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-WALK-SEALED

           EVALUATE TRUE
               WHEN WK-SEQ = WS-LAST-SEQ + 1
                   CONTINUE
               WHEN WK-SEQ > WS-LAST-SEQ + 1
                   MOVE 'SEQUENCE GAP - ENTRIES MISSING'
                       TO WS-PROBLEM
                   PERFORM 7000-LIST-PROBLEM
               WHEN OTHER
                   MOVE 'SEQUENCE REPEATED OR OUT OF ORDER'
                       TO WS-PROBLEM
                   PERFORM 7000-LIST-PROBLEM
           END-EVALUATE

           MOVE WS-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-WALK-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           IF WK-CHECK NOT NUMERIC OR AH-CHECK NOT = WK-CHECK
               MOVE 'CHECK VALUE BROKEN - ENTRY ALTERED'
                   TO WS-PROBLEM
               PERFORM 7000-LIST-PROBLEM
           END-IF

           IF WK-STAMP < WS-LAST-STAMP
               MOVE 'DATE/TIME EARLIER THAN ENTRY BEFORE'
                   TO WS-PROBLEM
               PERFORM 7000-LIST-PROBLEM
           END-IF

      *    The walk goes on from the entry as found, so one bad
      *    entry is listed once rather than breaking every entry
      *    after it.
           MOVE WK-SEQ TO WS-LAST-SEQ
           IF WK-CHECK NUMERIC
               MOVE WK-CHECK TO WS-LAST-CHECK
           ELSE
               MOVE AH-CHECK TO WS-LAST-CHECK
           END-IF
           MOVE WK-STAMP TO WS-LAST-STAMP.

       6900-END-WALK.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-WALK-FILE TO CL-FILE
           MOVE WS-WALK-COUNT TO CL-ENTRIES
           MOVE WS-UNSEALED-COUNT TO CL-UNSEALED
           MOVE WS-WALK-EXCEPTIONS TO CL-PROBLEMS
           WRITE WS-RPT-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       7000-LIST-PROBLEM.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-WALK-FILE TO DT-FILE
           IF WK-SEQ NUMERIC
               MOVE WK-SEQ TO DT-SEQ
           ELSE
               MOVE 0 TO DT-SEQ
           END-IF
           MOVE WK-PNR TO DT-PNR
           MOVE WK-DATE TO DT-DATE
           MOVE WK-TIME TO DT-TIME
           MOVE WS-PROBLEM TO DT-PROBLEM
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           ADD 1 TO WS-WALK-EXCEPTIONS
           ADD 1 TO WS-EXCEPTION-COUNT.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-ADC-FOUND NOT = 'Y'
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'AUDCTL' TO NL-FILE
               MOVE 'NO CONTROL ROW - THE END OF THE TRAIL NOT CHECKED'
                   TO NL-TEXT
               WRITE WS-RPT-LINE FROM WS-NOTE-LINE
           END-IF
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTIONS
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE VERIFY-RPT

           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'AUDVFY AUDIT TRAIL PROBLEMS FOUND - SEE AUDVRPT'
           END-IF

           PERFORM 9050-STAMP-RUN-CONTROL.

       8100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SW
           END-READ.

       8200-READ-COPY.
           READ COPY-FILE
               AT END
                   MOVE 'Y' TO WS-CPY-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - REFUSE A DUPLICATE SAME-DAY RUN
      * =======================================================
       1050-CHECK-RUN-CONTROL.
           ACCEPT WS-RC-TODAY-TIME FROM TIME
           MOVE WS-RC-HH TO WS-RC-TIME(1:2)
           MOVE WS-RC-MN TO WS-RC-TIME(3:2)
           MOVE WS-RC-SS TO WS-RC-TIME(5:2)

           OPEN I-O RUNCTL-FILE
           MOVE 'AUDVFY  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
               IF RC-LAST-DATE = WS-CURR-DATE
                   DISPLAY 'AUDVFY ALREADY RAN TODAY - RUN REFUSED'
                   CLOSE RUNCTL-FILE
                   STOP RUN
               END-IF
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
      *    X rather than C when anything was listed, for RUNCHK.
       9050-STAMP-RUN-CONTROL.
           MOVE 'AUDVFY  ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE WS-CURR-DATE TO RC-LAST-DATE
           MOVE WS-RC-TIME TO RC-LAST-TIME
           IF WS-EXCEPTION-COUNT > 0
               MOVE 'X' TO RC-STATUS
           ELSE
               MOVE 'C' TO RC-STATUS
           END-IF
           IF WS-RUN-FOUND = 'Y'
               REWRITE WS-RUNCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-RUNCTL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           CLOSE RUNCTL-FILE.
