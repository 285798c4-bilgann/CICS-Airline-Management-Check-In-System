      *   skipped (and logged as such) if it is not confirmed, is
      *   already fully checked in, or - for a round trip - the
      *   outbound leg itself is not yet on file as flown from a
      *   confirmed booking. A PNR the desk would stop at is also
      *   skipped: a stretcher, oxygen or MEDA booking without an
      *   approved medical clearance, or a watch-list hold that
      *   security has not cleared.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT XREF-FILE ASSIGN TO PNRXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BRD-STATUS.

           SELECT CPN-FILE ASSIGN TO TKTCPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPN-STATUS.

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

           SELECT SECH-FILE ASSIGN TO SECHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-PNR
               FILE STATUS IS WS-SECH-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHKIN-RPT ASSIGN TO BCHKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               10 XR-PNR             PIC X(6).

      *   Per-flight boarding sequence counter, the same numbers
      *   the online check-in assigns. A flight's first numbers
      *   (BRDPRI on PARMFIL) are the desk's priority band, so a
      *   new counter starts above them.
       FD  BRDSEQ-FILE.
       01  WS-BRDSEQ-REC.
           05 BS-KEY.
               10 BS-FLT           PIC X(6).
               10 BS-DATE          PIC X(8).
           05 BS-NEXT-SEQ          PIC 9(3).
           05 BS-NEXT-PRI          PIC 9(3).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME               PIC X(8).
           05 PM-VALUE              PIC X(12).

      *   Ticket coupons, one per segment - the legs checked in
      *   here move their open coupons to C as CPNSVC does online.
       FD  CPN-FILE.
       01  WS-CPN-REC.
           05 CP-KEY.
               10 CP-TKT           PIC X(13).
               10 CP-SEQ           PIC 9(2).
           05 CP-PNR               PIC X(6).
           05 CP-FLT               PIC X(6).
           05 CP-DATE              PIC X(8).
           05 CP-ORIG              PIC X(3).
           05 CP-DEST              PIC X(3).
           05 CP-STATUS            PIC X.
               88 CP-OPEN          VALUE 'O'.
           05 CP-STATUS-DATE       PIC X(8).

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

      *   Watch-list hold raised by the online screening and
      *   decided by security - no record means nothing was hit.
       FD  SECH-FILE.
       01  WS-SECHOLD-REC.
           05 SH-PNR               PIC X(6).
           05 SH-STATUS            PIC X.
               88 SH-PENDING       VALUE 'P'.
               88 SH-CLEARED       VALUE 'C'.
               88 SH-DENIED        VALUE 'D'.
           05 SH-LIST-ID           PIC X(10).
           05 SH-LIST              PIC X(1).
           05 SH-MATCH-ON          PIC X(1).
           05 SH-PSGR-IX           PIC 9(2).
           05 SH-PSGR-NAME         PIC X(18).
           05 SH-RAISED-DATE       PIC X(8).
           05 SH-RAISED-TIME       PIC X(6).
           05 SH-RAISED-BY         PIC X(8).
           05 SH-RAISED-PGM        PIC X(4).
           05 SH-DECIDED-BY        PIC X(8).
           05 SH-DECIDED-DATE      PIC X(8).
           05 SH-DECIDED-TIME      PIC X(6).

       FD  CHKIN-RPT
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

       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
           88 WS-PNR-EOF             VALUE '10'.

       01 WS-JRNL-STATUS             PIC X(2) VALUE SPACES.
       01 WS-JRNL-ACTION             PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD             PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK              PIC X(8) VALUE SPACES.

       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RPT-OK              VALUE '00'.

           88 WS-BRD-OK              VALUE '00'.
       01 WS-BRD-SEQ                 PIC 9(3) VALUE 0.
       01 WS-BRD-IX                  PIC 9(2) VALUE 0.
       01 WS-PRI-BAND                PIC 9(3) VALUE 30.

       01 WS-PARM-STATUS             PIC X(2) VALUE SPACES.
           88 WS-PARM-OK             VALUE '00'.

       01 WS-CPN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPN-OK              VALUE '00'.
       01 WS-CPN-IX                  PIC 9(2) VALUE 0.

       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
           88 WS-XTND-OK             VALUE '00'.

       01 WS-MEDC-STATUS             PIC X(2) VALUE SPACES.
           88 WS-MEDC-OK             VALUE '00'.

       01 WS-SECH-STATUS             PIC X(2) VALUE SPACES.
           88 WS-SECH-OK             VALUE '00'.

       01 WS-MEDICAL-SW              PIC X VALUE 'N'.
           88 WS-MEDICAL-HELD        VALUE 'Y'.
       01 WS-SECURITY-SW             PIC X VALUE 'N'.
           88 WS-SECURITY-HELD       VALUE 'Y'.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.
           MOVE WS-TODAY-MN TO WS-CURR-TIME(3:2)
           MOVE WS-TODAY-SS TO WS-CURR-TIME(5:2)

           OPEN INPUT PARM-FILE
           MOVE 'BRDPRI  ' TO PM-NAME
           READ PARM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK AND PM-VALUE NOT = SPACES
               COMPUTE WS-PRI-BAND = FUNCTION NUMVAL(PM-VALUE)
           END-IF
           CLOSE PARM-FILE

           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN INPUT XREF-FILE
           OPEN I-O BRDSEQ-FILE
           OPEN I-O CPN-FILE
           OPEN INPUT XTND-FILE
           OPEN INPUT MEDC-FILE
           OPEN INPUT SECH-FILE
           OPEN OUTPUT CHKIN-RPT

      *    Position the flight/date access path - no more reading
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PR-PNR TO DT-PNR
           MOVE PR-NAME TO DT-NAME
           PERFORM 4050-CHECK-CLEARANCE

           EVALUATE TRUE
               WHEN NOT PR-ST-CONFIRMED
                   AND PR-RET-CKIN-FLAG = 'Y'
                   MOVE 'SKIPPED - ALREADY CHECKED IN' TO DT-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-MEDICAL-HELD
                   MOVE 'SKIPPED - MEDICAL CLEARANCE' TO DT-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-SECURITY-HELD
                   MOVE 'SKIPPED - SECURITY HOLD' TO DT-RESULT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM 5000-MARK-CHECKED-IN
                   MOVE 'CHECKED IN' TO DT-RESULT

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      * =======================================================
      *   HOLDS THE DESK WOULD STOP AT - A STRETCHER, OXYGEN OR
      *   MEDA BOOKING NEEDS AN APPROVED MEDCASE, AND A WATCH-
      *   LIST HIT MUST HAVE BEEN CLEARED BY SECURITY
      * =======================================================
       4050-CHECK-CLEARANCE.
           MOVE 'N' TO WS-MEDICAL-SW
           MOVE 'N' TO WS-SECURITY-SW

           MOVE PR-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK
              AND (XD-ASSIST-TYPE = 'STCR'
                OR XD-ASSIST-TYPE = 'OXYG'
                OR XD-ASSIST-TYPE = 'MEDA')
               MOVE PR-PNR TO MC-PNR
               READ MEDC-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-MEDC-OK OR NOT MC-ST-APPROVED
                   MOVE 'Y' TO WS-MEDICAL-SW
               END-IF
           END-IF

           MOVE PR-PNR TO SH-PNR
           READ SECH-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SECH-OK AND NOT SH-CLEARED
               MOVE 'Y' TO WS-SECURITY-SW
           END-IF.

       5000-MARK-CHECKED-IN.
           IF PR-OUT-CKIN-FLAG NOT = 'Y'
               MOVE 'Y' TO PR-OUT-CKIN-FLAG
           REWRITE WS-PNR-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PNR-OK
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF

           IF WS-PNR-OK
              AND PR-TKT-NUMBER NOT = SPACES
              AND PR-TKT-NUMBER NOT = LOW-VALUES
               PERFORM 5700-MARK-ONE-COUPON
                   VARYING WS-CPN-IX FROM 1 BY 1
                   UNTIL WS-CPN-IX > 4
           END-IF.

      * =======================================================
      *   MOVE A CHECKED-IN LEG'S OPEN TICKET COUPON TO C
      * =======================================================
       5700-MARK-ONE-COUPON.
           MOVE PR-TKT-NUMBER TO CP-TKT
           MOVE WS-CPN-IX TO CP-SEQ
           READ CPN-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT WS-CPN-OK OR NOT CP-OPEN
               EXIT PARAGRAPH
           END-IF

           IF (CP-DATE = PR-DEPDATE
               AND (CP-FLT = PR-OUT-FLT OR CP-FLT = PR-OUT-FLT2))
              OR (PR-TRIPTYPE = 'R'
               AND CP-DATE = PR-RETDATE
               AND CP-FLT = PR-RET-FLT)
               MOVE 'C' TO CP-STATUS
               MOVE WS-CURR-DATE TO CP-STATUS-DATE
               REWRITE WS-CPN-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      * =======================================================
      *   ASSIGN THE PARTY ITS BOARDING SEQUENCE NUMBERS
           IF WS-BRD-OK
               MOVE BS-NEXT-SEQ TO WS-BRD-SEQ
           ELSE
               COMPUTE WS-BRD-SEQ = WS-PRI-BAND + 1
               MOVE 1 TO BS-NEXT-PRI
           END-IF

           PERFORM VARYING WS-BRD-IX FROM 1 BY 1
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
           MOVE 'BCHKIN' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       3000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE XREF-FILE
           CLOSE BRDSEQ-FILE
           CLOSE CPN-FILE
           CLOSE XTND-FILE
           CLOSE MEDC-FILE
           CLOSE SECH-FILE
           CLOSE CHKIN-RPT.

       8000-READ-XREF.
