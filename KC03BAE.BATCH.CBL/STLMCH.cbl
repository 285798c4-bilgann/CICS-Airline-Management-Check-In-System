       IDENTIFICATION DIVISION.
       PROGRAM-ID. STLMCH.

      * =======================================================
      *   CARD SETTLEMENT MATCHING
      * =======================================================
      *   PAYAUT approves a card charge under the store-and-
      *   forward floor whenever the processor has posted no
      *   PAYRESP answer, so a booking can be confirmed and
      *   ticketed for money that never settles. This job loads
      *   the processor's daily settlement file (STLMIN) onto
      *   the settlement register STLMFIL, keyed PNR + auth
      *   code, then matches every approved card request on
      *   PAYRQST against it:
      *     - a settlement for a different amount than we
      *       authorized is listed as a difference;
      *     - a ticketed charge with no settlement once the
      *       grace period has run is listed, and the PNR goes
      *       on the STLM queue (reason NS) for the revenue
      *       office to chase. The register keeps a chased row
      *       so the charge is queued once; a settlement that
      *       turns up later closes it and is reported;
      *     - a settlement that matches no charge we authorized
      *       is listed once as having no booking.
      *   Control card: business date, then the grace period in
      *   days in columns 10-11 (default 3).
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STLM-IN ASSIGN TO STLMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT STLM-FILE ASSIGN TO STLMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-STL-STATUS.

           SELECT RQST-FILE ASSIGN TO PAYRQST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RQS-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT TKT-FILE ASSIGN TO TKTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-NUMBER
               FILE STATUS IS WS-TKT-STATUS.

           SELECT QUEUE-FILE ASSIGN TO PNRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUE-STATUS.

           SELECT MATCH-RPT ASSIGN TO STLMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   The processor's settlement file - one line per charge
      *   it actually settled that day.
       FD  STLM-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-PNR                  PIC X(6).
           05 IN-AUTH-CODE            PIC X(4).
           05 IN-SETL-DATE            PIC X(8).
           05 IN-AMOUNT               PIC 9(7)V99.

       FD  STLM-FILE.
       01  WS-STLM-REC.
           05 SM-KEY.
               10 SM-PNR              PIC X(6).
               10 SM-AUTH-CODE        PIC X(4).
           05 SM-STATUS               PIC X(1).
               88 SM-ST-UNMATCHED     VALUE 'S'.
               88 SM-ST-MATCHED       VALUE 'M'.
               88 SM-ST-CHASED        VALUE 'U'.
               88 SM-ST-NO-CHARGE     VALUE 'X'.
           05 SM-AMOUNT               PIC 9(7)V99.
           05 SM-SETL-DATE            PIC X(8).
           05 SM-LOAD-DATE            PIC X(8).
           05 SM-CHG-AMOUNT           PIC 9(7)V99.
           05 SM-CHG-DATE             PIC X(8).

      *   Authorization requests PAYAUT wrote to the processor
      *   feed.
       FD  RQST-FILE.
       01  WS-RQST-REC.
           05 PQ-PNR               PIC X(6).
           05 PQ-DATE              PIC X(8).
           05 PQ-TIME              PIC X(6).
           05 PQ-METHOD            PIC X.
           05 PQ-AMOUNT            PIC 9(7)V99.
           05 PQ-RESULT            PIC X.
           05 PQ-AUTH-CODE         PIC X(4).

      *   Only the key and the ticket number matter here - the
      *   rest of the 892-byte booking record rides as filler.
       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                PIC X(6).
           05 FILLER                PIC X(769).
           05 PR-TKT-NUMBER         PIC X(13).
           05 FILLER                PIC X(104).

       FD  TKT-FILE.
       01  WS-TKT-REC.
           05 TK-NUMBER             PIC X(13).
           05 TK-TYPE               PIC X.
               88 TK-ISSUED         VALUE 'I'.
               88 TK-VOID           VALUE 'V'.
               88 TK-REFUNDED       VALUE 'R'.
               88 TK-EXCHANGED      VALUE 'E'.
               88 TK-DISPUTED       VALUE 'Q'.
               88 TK-CONTROL        VALUE 'K'.
           05 TK-PNR                PIC X(6).
           05 TK-DATE               PIC X(8).
           05 TK-TIME               PIC X(6).
           05 TK-AMT                PIC 9(7)V99.
           05 TK-TAX                PIC 9(5)V99.
           05 TK-CURR               PIC X(3).
           05 TK-LAST-SEQ           PIC 9(10).

       FD  QUEUE-FILE.
       01  WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE          PIC X(4).
               10 QU-ADDED          PIC X(14).
               10 QU-PNR            PIC X(6).
           05 QU-REASON             PIC X(2).
           05 QU-STATUS             PIC X.
               88 QU-ST-OPEN        VALUE 'O'.
               88 QU-ST-DONE        VALUE 'C'.
           05 QU-USER               PIC X(8).
           05 QU-DONE-DATE          PIC X(8).

       FD  MATCH-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.
       01 WS-STL-STATUS               PIC X(2) VALUE SPACES.
           88 WS-STL-OK               VALUE '00'.
           88 WS-STL-EOF              VALUE '10'.
       01 WS-RQS-STATUS               PIC X(2) VALUE SPACES.
           88 WS-RQS-OK               VALUE '00'.
           88 WS-RQS-EOF              VALUE '10'.
       01 WS-PNR-STATUS               PIC X(2) VALUE SPACES.
           88 WS-PNR-OK               VALUE '00'.
       01 WS-TKT-STATUS               PIC X(2) VALUE SPACES.
           88 WS-TKT-OK               VALUE '00'.
       01 WS-QUE-STATUS               PIC X(2) VALUE SPACES.
           88 WS-QUE-OK               VALUE '00'.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-IN-EOF-SW                PIC X VALUE 'N'.
           88 WS-IN-DONE              VALUE 'Y'.
       01 WS-RQS-EOF-SW               PIC X VALUE 'N'.
           88 WS-RQS-DONE             VALUE 'Y'.
       01 WS-STL-EOF-SW               PIC X VALUE 'N'.
           88 WS-STL-DONE             VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-DATE                 PIC X(8).
           05 FILLER                  PIC X(1).
           05 CC-GRACE-DAYS           PIC X(2).

       01 WS-SEL-DATE                 PIC X(8) VALUE SPACES.
       01 WS-GRACE-DAYS               PIC 9(2) VALUE 3.
       01 WS-CUTOFF-DATE              PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01 WS-DATE-INT                 PIC S9(9) COMP VALUE 0.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-CURR-TIME                PIC X(6) VALUE SPACES.
       01 WS-TIME-NOW.
           05 WS-TIME-HHMMSS          PIC X(6).
           05 FILLER                  PIC X(2).

       01 WS-TICKETED-SW              PIC X VALUE 'N'.
           88 WS-TICKETED             VALUE 'Y'.

       01 WS-LOADED-COUNT             PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT          PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT            PIC 9(5) VALUE 0.
       01 WS-DIFFER-COUNT             PIC 9(5) VALUE 0.
       01 WS-UNSETTLED-COUNT          PIC 9(5) VALUE 0.
       01 WS-LATE-COUNT               PIC 9(5) VALUE 0.
       01 WS-NO-BOOKING-COUNT         PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(30)
               VALUE 'CARD SETTLEMENT MATCH - DAY  '.
           05 HD-DATE                 PIC X(8).
           05 FILLER                  PIC X(18)
               VALUE '   UNSETTLED TO:  '.
           05 HD-CUTOFF               PIC X(8).

       01 WS-DETAIL-LINE.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-AUTH                 PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-CHG-AMT              PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-SETL-AMT             PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(34).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(9) VALUE 'LOADED: '.
           05 TL-LOADED               PIC ZZZZ9.
           05 FILLER                  PIC X(14)
               VALUE '  DUPLICATES: '.
           05 TL-DUPLICATE            PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE '  MATCHED: '.
           05 TL-MATCHED              PIC ZZZZ9.
           05 FILLER                  PIC X(13)
               VALUE '  DIFFERENT: '.
           05 TL-DIFFER               PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(12)
               VALUE 'UNSETTLED: '.
           05 TL-UNSETTLED            PIC ZZZZ9.
           05 FILLER                  PIC X(16)
               VALUE '  SETTLED LATE: '.
           05 TL-LATE                 PIC ZZZZ9.
           05 FILLER                  PIC X(14)
               VALUE '  NO BOOKING: '.
           05 TL-NO-BOOKING           PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-SETTLEMENTS UNTIL WS-IN-DONE
           PERFORM 3000-MATCH-CHARGES UNTIL WS-RQS-DONE
           PERFORM 4000-START-ORPHAN-PASS
           PERFORM 4100-LIST-ORPHAN-SETTLEMENTS UNTIL WS-STL-DONE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-DATE TO WS-SEL-DATE
           IF CC-GRACE-DAYS NUMERIC
               MOVE CC-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF

      *    A charge is only called unsettled once it is older
      *    than the grace period the processor takes to settle.
           MOVE WS-SEL-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-GRACE-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-CUTOFF-DATE

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-HHMMSS TO WS-CURR-TIME

           OPEN INPUT STLM-IN
           OPEN I-O STLM-FILE
           OPEN INPUT RQST-FILE
           OPEN INPUT PNR-FILE
           OPEN INPUT TKT-FILE
           OPEN I-O QUEUE-FILE
           OPEN OUTPUT MATCH-RPT

           MOVE WS-SEL-DATE TO HD-DATE
           MOVE WS-CUTOFF-DATE TO HD-CUTOFF
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT
           PERFORM 8100-READ-REQUEST.

      * =======================================================
      *   PUT THE DAY'S SETTLEMENTS ON THE REGISTER
      * =======================================================
       2000-LOAD-SETTLEMENTS.
           MOVE IN-PNR TO SM-PNR
           MOVE IN-AUTH-CODE TO SM-AUTH-CODE
           READ STLM-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT WS-STL-OK
               MOVE SPACES TO WS-STLM-REC
               MOVE IN-PNR TO SM-PNR
               MOVE IN-AUTH-CODE TO SM-AUTH-CODE
               MOVE 'S' TO SM-STATUS
               MOVE IN-AMOUNT TO SM-AMOUNT
               MOVE IN-SETL-DATE TO SM-SETL-DATE
               MOVE WS-SEL-DATE TO SM-LOAD-DATE
               MOVE ZERO TO SM-CHG-AMOUNT
               WRITE WS-STLM-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-LOADED-COUNT
               PERFORM 8000-READ-INPUT
               EXIT PARAGRAPH
           END-IF

      *    A charge already chased as unsettled has finally come
      *    through - close the chase and say so.
           IF SM-ST-CHASED
               MOVE 'M' TO SM-STATUS
               MOVE IN-AMOUNT TO SM-AMOUNT
               MOVE IN-SETL-DATE TO SM-SETL-DATE
               MOVE WS-SEL-DATE TO SM-LOAD-DATE
               REWRITE WS-STLM-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE SM-PNR TO DT-PNR
               MOVE SM-AUTH-CODE TO DT-AUTH
               MOVE SM-CHG-AMOUNT TO DT-CHG-AMT
               MOVE SM-AMOUNT TO DT-SETL-AMT
               IF SM-AMOUNT = SM-CHG-AMOUNT
                   MOVE 'SETTLED LATE - CHASE CLOSED'
                       TO DT-RESULT
               ELSE
                   MOVE 'SETTLED LATE - AMOUNT DIFFERS'
                       TO DT-RESULT
                   ADD 1 TO WS-DIFFER-COUNT
               END-IF
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-LATE-COUNT
               ADD 1 TO WS-LOADED-COUNT
               PERFORM 8000-READ-INPUT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IN-PNR TO DT-PNR
           MOVE IN-AUTH-CODE TO DT-AUTH
           MOVE IN-AMOUNT TO DT-SETL-AMT
           MOVE 'DUPLICATE SETTLEMENT - IGNORED' TO DT-RESULT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DUPLICATE-COUNT

           PERFORM 8000-READ-INPUT.

      * =======================================================
      *   EVERY APPROVED CARD CHARGE AGAINST ITS SETTLEMENT
      * =======================================================
      *    Corporate-account and cash requests never go to the
      *    processor, and a decline took no money.
       3000-MATCH-CHARGES.
           IF PQ-METHOD = 'C' AND PQ-RESULT = 'A'
               PERFORM 3100-MATCH-ONE-CHARGE
           END-IF

           PERFORM 8100-READ-REQUEST.

       3100-MATCH-ONE-CHARGE.
           MOVE PQ-PNR TO SM-PNR
           MOVE PQ-AUTH-CODE TO SM-AUTH-CODE
           READ STLM-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-STL-OK
               IF SM-ST-UNMATCHED
                   PERFORM 3200-RECORD-MATCH
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF PQ-DATE > WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3500-CHECK-TICKETED
           IF WS-TICKETED
               PERFORM 3600-CHASE-UNSETTLED
           END-IF.

       3200-RECORD-MATCH.
           MOVE 'M' TO SM-STATUS
           MOVE PQ-AMOUNT TO SM-CHG-AMOUNT
           MOVE PQ-DATE TO SM-CHG-DATE
           REWRITE WS-STLM-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-MATCHED-COUNT

           IF SM-AMOUNT NOT = PQ-AMOUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE PQ-PNR TO DT-PNR
               MOVE PQ-AUTH-CODE TO DT-AUTH
               MOVE PQ-AMOUNT TO DT-CHG-AMT
               MOVE SM-AMOUNT TO DT-SETL-AMT
               MOVE 'SETTLED AMOUNT DIFFERS' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-DIFFER-COUNT
           END-IF.

      *    Only money we actually ticketed is at risk - a charge
      *    whose booking never got (or no longer has) a live
      *    ticket on the register is not chased.
       3500-CHECK-TICKETED.
           MOVE 'N' TO WS-TICKETED-SW

           MOVE PQ-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-PNR-OK
              OR PR-TKT-NUMBER = SPACES
              OR PR-TKT-NUMBER = LOW-VALUES
               EXIT PARAGRAPH
           END-IF

           MOVE PR-TKT-NUMBER TO TK-NUMBER
           READ TKT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-TKT-OK AND TK-PNR = PQ-PNR
              AND NOT TK-VOID AND NOT TK-CONTROL
               MOVE 'Y' TO WS-TICKETED-SW
           END-IF.

      *    The chased row on the register is what stops the same
      *    charge being queued again tomorrow night.
       3600-CHASE-UNSETTLED.
           MOVE SPACES TO WS-STLM-REC
           MOVE PQ-PNR TO SM-PNR
           MOVE PQ-AUTH-CODE TO SM-AUTH-CODE
           MOVE 'U' TO SM-STATUS
           MOVE ZERO TO SM-AMOUNT
           MOVE WS-SEL-DATE TO SM-LOAD-DATE
           MOVE PQ-AMOUNT TO SM-CHG-AMOUNT
           MOVE PQ-DATE TO SM-CHG-DATE
           WRITE WS-STLM-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE SPACES TO WS-QUEUE-REC
           MOVE 'STLM' TO QU-QUEUE
           MOVE WS-CURR-DATE TO QU-ADDED(1:8)
           MOVE WS-CURR-TIME TO QU-ADDED(9:6)
           MOVE PQ-PNR TO QU-PNR
           MOVE 'NS' TO QU-REASON
           MOVE 'O' TO QU-STATUS
           WRITE WS-QUEUE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PQ-PNR TO DT-PNR
           MOVE PQ-AUTH-CODE TO DT-AUTH
           MOVE PQ-AMOUNT TO DT-CHG-AMT
           MOVE ZERO TO DT-SETL-AMT
           MOVE 'TICKETED, NEVER SETTLED - QUEUED' TO DT-RESULT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-UNSETTLED-COUNT.

      * =======================================================
      *   SETTLEMENTS THAT MATCH NOTHING WE AUTHORIZED
      * =======================================================
       4000-START-ORPHAN-PASS.
           MOVE LOW-VALUES TO SM-KEY
           START STLM-FILE KEY >= SM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STL-EOF-SW
           END-START

           IF NOT WS-STL-DONE
               PERFORM 8200-READ-REGISTER
           END-IF.

       4100-LIST-ORPHAN-SETTLEMENTS.
           IF SM-ST-UNMATCHED
               MOVE 'X' TO SM-STATUS
               REWRITE WS-STLM-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE SM-PNR TO DT-PNR
               MOVE SM-AUTH-CODE TO DT-AUTH
               MOVE ZERO TO DT-CHG-AMT
               MOVE SM-AMOUNT TO DT-SETL-AMT
               MOVE 'SETTLEMENT WITH NO BOOKING CHARGE' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-NO-BOOKING-COUNT
           END-IF

           PERFORM 8200-READ-REGISTER.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-LOADED-COUNT TO TL-LOADED
           MOVE WS-DUPLICATE-COUNT TO TL-DUPLICATE
           MOVE WS-MATCHED-COUNT TO TL-MATCHED
           MOVE WS-DIFFER-COUNT TO TL-DIFFER
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-UNSETTLED-COUNT TO TL-UNSETTLED
           MOVE WS-LATE-COUNT TO TL-LATE
           MOVE WS-NO-BOOKING-COUNT TO TL-NO-BOOKING
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2

           CLOSE STLM-IN
           CLOSE STLM-FILE
           CLOSE RQST-FILE
           CLOSE PNR-FILE
           CLOSE TKT-FILE
           CLOSE QUEUE-FILE
           CLOSE MATCH-RPT.

       8000-READ-INPUT.
           READ STLM-IN
               AT END
                   MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.

       8100-READ-REQUEST.
           READ RQST-FILE
               AT END
                   MOVE 'Y' TO WS-RQS-EOF-SW
           END-READ.

       8200-READ-REGISTER.
           READ STLM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STL-EOF-SW
           END-READ.
