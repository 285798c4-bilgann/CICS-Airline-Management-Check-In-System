       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPNLFT.

      * =======================================================
      *   UNLIFTED COUPON REPORT
      * =======================================================
      *   Post-departure job for the flight date on SYSIN. Walks
      *   TKTCPN: every coupon for the date that the gate lifted
      *   (L) is now flown (F) - the coupon FLWREV recognizes
      *   revenue from. A coupon for the date still open or only
      *   checked in was never lifted and is listed here for
      *   revenue accounting to chase - a no-show, a missed scan
      *   or a passenger carried on another ticket. Coupons
      *   already flown, refunded, exchanged or void are left
      *   alone, so a rerun lists the same unlifted coupons and
      *   moves nothing twice.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPN-FILE ASSIGN TO TKTCPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPN-STATUS.

           SELECT COUPON-RPT ASSIGN TO CPNLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88 CP-CHECKED-IN    VALUE 'C'.
               88 CP-LIFTED        VALUE 'L'.
               88 CP-FLOWN         VALUE 'F'.
           05 CP-STATUS-DATE       PIC X(8).

       FD  COUPON-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CPN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPN-OK              VALUE '00'.
           88 WS-CPN-EOF             VALUE '10'.

       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-DATE                 PIC X(8).

       01 WS-SEL-DATE                 PIC X(8) VALUE SPACES.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).

       01 WS-FLOWN-COUNT              PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT               PIC 9(5) VALUE 0.
       01 WS-CKDIN-COUNT              PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(28)
               VALUE 'UNLIFTED COUPON REPORT - DAY'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(13) VALUE 'TICKET'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(3) VALUE 'CPN'.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'PNR'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'FLIGHT'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE 'ROUTE'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(12) VALUE 'STATUS'.

       01 WS-DETAIL-LINE.
           05 DT-TKT                  PIC X(13).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SEQ                  PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FLT                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-ORIG                 PIC X(3).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 DT-DEST                 PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-STATUS               PIC X(12).

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'COUPONS NOW FLOWN:      '.
           05 TL-FLOWN                PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'UNLIFTED - OPEN:        '.
           05 TL-OPEN                 PIC ZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'UNLIFTED - CHECKED IN:  '.
           05 TL-CKDIN                PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-COUPONS UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-DATE TO WS-SEL-DATE

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           OPEN I-O CPN-FILE
           OPEN OUTPUT COUPON-RPT

           MOVE WS-SEL-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-COUPON.

      * =======================================================
      *   ONE COUPON - LIFTED ONES FLY, UNLIFTED ONES ARE LISTED
      * =======================================================
       2000-PROCESS-COUPONS.
           IF CP-DATE = WS-SEL-DATE
               EVALUATE TRUE
                   WHEN CP-LIFTED
                       PERFORM 3000-MARK-COUPON-FLOWN
                   WHEN CP-OPEN
                       MOVE 'OPEN' TO DT-STATUS
                       PERFORM 4000-LIST-UNLIFTED-COUPON
                       ADD 1 TO WS-OPEN-COUNT
                   WHEN CP-CHECKED-IN
                       MOVE 'CHECKED IN' TO DT-STATUS
                       PERFORM 4000-LIST-UNLIFTED-COUPON
                       ADD 1 TO WS-CKDIN-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM 8000-READ-COUPON.

       3000-MARK-COUPON-FLOWN.
           MOVE 'F' TO CP-STATUS
           MOVE WS-CURR-DATE TO CP-STATUS-DATE
           REWRITE WS-CPN-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-CPN-OK
               ADD 1 TO WS-FLOWN-COUNT
           END-IF.

       4000-LIST-UNLIFTED-COUPON.
           MOVE CP-TKT TO DT-TKT
           MOVE CP-SEQ TO DT-SEQ
           MOVE CP-PNR TO DT-PNR
           MOVE CP-FLT TO DT-FLT
           MOVE CP-ORIG TO DT-ORIG
           MOVE CP-DEST TO DT-DEST
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-FLOWN-COUNT TO TL-FLOWN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-OPEN-COUNT TO TL-OPEN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-CKDIN-COUNT TO TL-CKDIN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3

           CLOSE CPN-FILE
           CLOSE COUPON-RPT.

       8000-READ-COUPON.
           READ CPN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
