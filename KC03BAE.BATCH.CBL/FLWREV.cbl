      *   This post-departure job takes the flight date on SYSIN
      *   and walks PNRDATA attributing each booking's fare
      *   across its legs in equal shares: a leg departing the
      *   report date whose ticket coupon the gate lifted (L, or
      *   F once CPNLFT has run) counts as flown revenue against
      *   its flight and route; legs still in the future on live
      *   bookings total into the unflown liability balance
      *   finance carries until they fly. A leg whose day has
      *   come and gone unlifted is neither - CPNLFT lists those
      *   coupons. A booking ticketed before coupons were kept
      *   has none, and its check-in flag stands in.
      * =======================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNR-STATUS.

           SELECT CPN-FILE ASSIGN TO TKTCPN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPN-STATUS.

           SELECT REVENUE-RPT ASSIGN TO FLRVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               10 PR-PSGR-DOB         PIC X(8).
               10 PR-PSGR-BRD-SEQ     PIC 9(3).
           05 PR-GROUP-REF          PIC X(8).
               88 PR-GRP-NONREV     VALUE 'DEADHEAD' 'STAFFSBY'.
           05 PR-MEAL               PIC X(10).
           05 PR-ASSIST             PIC X.
           05 PR-FF-NUMBER          PIC X(10).
           05 PR-EMAIL              PIC X(30).
           05 PR-REMARKS            PIC X(60).

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
               88 CP-LIFTED        VALUE 'L'.
               88 CP-FLOWN         VALUE 'F'.
           05 CP-STATUS-DATE       PIC X(8).

       FD  REVENUE-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-CPN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CPN-OK              VALUE '00'.
       01 WS-CPN-IX                  PIC 9(2) VALUE 0.
       01 WS-CPN-FOUND-SW            PIC X VALUE 'N'.
           88 WS-CPN-FOUND           VALUE 'Y'.
       01 WS-LEG-FLOWN-SW            PIC X VALUE 'N'.
           88 WS-LEG-FLOWN           VALUE 'Y'.
       01 WS-LEG-CKIN-FLAG           PIC X VALUE SPACE.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

           MOVE CC-DATE TO WS-SEL-DATE

           OPEN INPUT PNR-FILE
           OPEN INPUT CPN-FILE
           OPEN OUTPUT REVENUE-RPT

           MOVE WS-SEL-DATE TO HD-DATE
      * =======================================================
      *   ONE BOOKING - ITS FARE SPLITS EQUALLY OVER ITS LEGS
      * =======================================================
      *    Positioning crew (CRWDHD) and staff cleared off standby
      *    (GTCLSE) fly on no fare and earn the route nothing.
       2000-PROCESS-PNR-RECORDS.
           IF NOT PR-ST-CANCELLED AND NOT PR-ST-BUMPED
              AND NOT PR-ST-WAITLIST
              AND NOT PR-GRP-NONREV
               IF PR-TRIPTYPE = 'R'
                   MOVE 2 TO WS-LEG-COUNT
               ELSE
           PERFORM 8000-READ-PNR.

       3000-ATTRIBUTE-OUT-LEG.
           MOVE 'N' TO WS-LEG-FLOWN-SW
           IF PR-DEPDATE = WS-SEL-DATE
               MOVE PR-OUT-FLT TO WS-WORK-FLT
               MOVE PR-OUT-CKIN-FLAG TO WS-LEG-CKIN-FLAG
               PERFORM 3800-CHECK-LEG-FLOWN
           END-IF

           EVALUATE TRUE
               WHEN WS-LEG-FLOWN
                   MOVE PR-OUT-FLT TO WS-WORK-FLT
                   MOVE PR-ORIG TO WS-WORK-ORIG
                   MOVE PR-DEST TO WS-WORK-DEST
           END-EVALUATE.

       3500-ATTRIBUTE-RET-LEG.
           MOVE 'N' TO WS-LEG-FLOWN-SW
           IF PR-RETDATE = WS-SEL-DATE
               MOVE PR-RET-FLT TO WS-WORK-FLT
               MOVE PR-RET-CKIN-FLAG TO WS-LEG-CKIN-FLAG
               PERFORM 3800-CHECK-LEG-FLOWN
           END-IF

           EVALUATE TRUE
               WHEN WS-LEG-FLOWN
                   MOVE PR-RET-FLT TO WS-WORK-FLT
                   MOVE PR-DEST TO WS-WORK-ORIG
                   MOVE PR-ORIG TO WS-WORK-DEST
                   CONTINUE
           END-EVALUATE.

      * =======================================================
      *   DID THE LEG FLY - ITS TICKET COUPON SAYS, IF IT HAS ONE
      * =======================================================
      *    The coupon for WS-WORK-FLT on WS-SEL-DATE is looked up
      *    under the booking's ticket; lifted or flown is flown.
      *    No coupon at all means a ticket from before coupons
      *    were kept, and the leg's check-in flag decides.
       3800-CHECK-LEG-FLOWN.
           MOVE 'N' TO WS-CPN-FOUND-SW
           IF PR-TKT-NUMBER NOT = SPACES
              AND PR-TKT-NUMBER NOT = LOW-VALUES
               PERFORM 3900-READ-LEG-COUPON
                   VARYING WS-CPN-IX FROM 1 BY 1
                   UNTIL WS-CPN-IX > 4 OR WS-CPN-FOUND
           END-IF

           IF WS-CPN-FOUND
               IF CP-LIFTED OR CP-FLOWN
                   MOVE 'Y' TO WS-LEG-FLOWN-SW
               END-IF
           ELSE
               IF WS-LEG-CKIN-FLAG = 'Y'
                   MOVE 'Y' TO WS-LEG-FLOWN-SW
               END-IF
           END-IF.

       3900-READ-LEG-COUPON.
           MOVE PR-TKT-NUMBER TO CP-TKT
           MOVE WS-CPN-IX TO CP-SEQ
           READ CPN-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-CPN-OK
              AND CP-FLT = WS-WORK-FLT
              AND CP-DATE = WS-SEL-DATE
               MOVE 'Y' TO WS-CPN-FOUND-SW
           END-IF.

       4000-CREDIT-FLOWN-LEG.
           PERFORM 4500-FIND-FLIGHT-SLOT
           ADD PR-NUMP TO FT-PAX(WS-FX)
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2

           CLOSE PNR-FILE
           CLOSE CPN-FILE
           CLOSE REVENUE-RPT.

       8000-READ-PNR.
