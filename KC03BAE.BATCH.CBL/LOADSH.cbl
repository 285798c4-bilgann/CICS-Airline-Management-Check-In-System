      *   sheet ends with the signature line. Run per flight/
      *   date from SYSIN at gate close, after the boarding
      *   scans and the bag match have settled what is aboard.
      *   Cargo and mail still booked on CGOBKG go on the sheet
      *   at their booked weights, with a NOTOC reminder when
      *   any of it is dangerous goods. An OVERWEIGHT sheet
      *   lists the consignments to offload until the excess is
      *   covered - freight before mail, deferrable before
      *   general before express, and the latest booked first
      *   within each - and the weight once they are off.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS BG-TAG
               FILE STATUS IS WS-BAG-STATUS.

           SELECT CGO-FILE ASSIGN TO CGOBKG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS WS-CGO-STATUS.

           SELECT SHEET-RPT ASSIGN TO LDSHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           05 XD-PET-TYPE           PIC X(1).
           05 XD-PET-WT             PIC 9(3).
           05 XD-UPG-AMT            PIC 9(5)V99.
           05 XD-UPG-DATE           PIC X(8).
           05 XD-UPG-DAY-AMT        PIC 9(5)V99.
           05 XD-AGENCY             PIC X(8).
           05 XD-ASSIST-TYPE        PIC X(4).
           05 XD-NONREV             PIC X(1).
               88 XD-NR-DEADHEAD    VALUE 'D'.
           05 FILLER                PIC X(126).

       FD  BAG-FILE.
       01  WS-BAG-REC.
           05 BG-ONW-DATE           PIC X(8).
           05 BG-WEIGHT             PIC 9(3).

      *   Cargo booking - one consignment on one flight/date.
       FD  CGO-FILE.
       01  WS-CGO-REC.
           05 CG-KEY.
               10 CG-FLIGHT           PIC X(6).
               10 CG-DATE             PIC X(8).
               10 CG-AWB              PIC X(11).
           05 CG-PIECES               PIC 9(4).
           05 CG-WEIGHT               PIC 9(6).
           05 CG-MAIL                 PIC X(1).
               88 CG-IS-MAIL          VALUE 'Y'.
           05 CG-DG                   PIC X(1).
               88 CG-IS-DG            VALUE 'Y'.
           05 CG-PRIORITY             PIC X(1).
           05 CG-DESC                 PIC X(20).
           05 CG-STATUS               PIC X(1).
               88 CG-ST-BOOKED        VALUE 'B'.
               88 CG-ST-CANCELLED     VALUE 'X'.
           05 CG-BOOK-DATE            PIC X(8).
           05 CG-BOOK-TIME            PIC X(6).
           05 FILLER                  PIC X(10).

       FD  SHEET-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
           88 WS-XTND-OK             VALUE '00'.
       01 WS-BAG-STATUS              PIC X(2) VALUE SPACES.
           88 WS-BAG-OK              VALUE '00'.
       01 WS-CGO-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CGO-OK              VALUE '00'.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-BRD-EOF-SW              PIC X VALUE 'N'.
           88 WS-BRD-DONE            VALUE 'Y'.
       01 WS-BAG-EOF-SW              PIC X VALUE 'N'.
           88 WS-BAG-DONE            VALUE 'Y'.
       01 WS-CGO-EOF-SW              PIC X VALUE 'N'.
           88 WS-CGO-DONE            VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-FLIGHT               PIC X(6).
       01 WS-PAX-B                    PIC 9(4) VALUE 0.
       01 WS-PAX-Y                    PIC 9(4) VALUE 0.
       01 WS-PAX-TOTAL                PIC 9(4) VALUE 0.
       01 WS-PAX-DHD                  PIC 9(4) VALUE 0.
       01 WS-BAG-COUNT                PIC 9(4) VALUE 0.
       01 WS-BAG-STD-COUNT            PIC 9(4) VALUE 0.
       01 WS-BAG-REAL-WT              PIC 9(7) VALUE 0.
       01 WS-TOTAL-WEIGHT             PIC 9(7) VALUE 0.
       01 WS-UNDER-MTOW               PIC S9(7) COMP VALUE 0.

       01 WS-CGO-PIECES               PIC 9(5) VALUE 0.
       01 WS-CGO-WEIGHT               PIC 9(7) VALUE 0.
       01 WS-MAIL-WEIGHT              PIC 9(7) VALUE 0.
       01 WS-DG-COUNT                 PIC 9(4) VALUE 0.
       01 WS-OFFLOAD-WEIGHT           PIC 9(7) VALUE 0.
       01 WS-EXCESS-WEIGHT            PIC 9(7) VALUE 0.

      * Consignments aboard, held in offload order once sorted -
      * the key puts freight (1) before mail (2), priority 3
      * before 2 before 1, and the latest booking first.
       01 WS-CGO-MAX                  PIC 9(3) VALUE 200.
       01 WS-CGO-CNT                  PIC 9(3) VALUE 0.
       01 WS-CGO-IX                   PIC 9(3) VALUE 0.
       01 WS-CGO-JX                   PIC 9(3) VALUE 0.
       01 WS-CGO-LIMIT                PIC 9(3) VALUE 0.
       01 WS-CGO-STAMP                PIC 9(14) VALUE 0.
       01 WS-CGO-TABLE.
           05 CT-ENTRY OCCURS 200 TIMES.
               10 CT-SORT-KEY.
                   15 CT-KEY-CLASS    PIC 9(1).
                   15 CT-KEY-PRI      PIC 9(1).
                   15 CT-KEY-STAMP    PIC 9(14).
               10 CT-AWB              PIC X(11).
               10 CT-PIECES           PIC 9(4).
               10 CT-WEIGHT           PIC 9(6).
               10 CT-MAIL             PIC X(1).
               10 CT-DG               PIC X(1).
               10 CT-PRIORITY         PIC X(1).
               10 CT-DESC             PIC X(20).
       01 WS-CGO-HOLD                 PIC X(60).

       01 WS-HEADING-1.
           05 FILLER                  PIC X(20)
               VALUE 'LOADSHEET - FLIGHT  '.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 PX-TOTAL                PIC ZZZ9.

       01 WS-DHD-LINE.
           05 FILLER                  PIC X(29)
               VALUE '  OF WHICH POSITIONING CREW  '.
           05 DH-COUNT                PIC ZZZ9.

       01 WS-BAG-LINE.
           05 FILLER                  PIC X(18)
               VALUE 'BAGS LOADED:      '.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 W4-FLAG                 PIC X(10).

       01 WS-WGT-LINE-3B.
           05 FILLER                  PIC X(24)
               VALUE 'CARGO WEIGHT (KG):      '.
           05 W3B-CGO                 PIC ZZZZZZ9.
           05 FILLER                  PIC X(9) VALUE '  PIECES '.
           05 W3B-PIECES              PIC ZZZZ9.

       01 WS-MAIL-LINE.
           05 FILLER                  PIC X(24)
               VALUE '  OF WHICH MAIL (KG):   '.
           05 ML-WEIGHT               PIC ZZZZZZ9.

       01 WS-DG-LINE.
           05 FILLER                  PIC X(24)
               VALUE '  DANGEROUS GOODS:      '.
           05 DG-COUNT                PIC ZZZZZZ9.
           05 FILLER                  PIC X(25)
               VALUE ' CONSIGNMENTS - SEE NOTOC'.

       01 WS-OFFLOAD-HEAD.
           05 FILLER                  PIC X(40)
               VALUE 'CARGO OFFLOAD - IN THIS ORDER UNTIL THE '.
           05 FILLER                  PIC X(13)
               VALUE 'EXCESS CLEARS'.

       01 WS-OFFLOAD-HEAD-2.
           05 FILLER                  PIC X(12) VALUE 'AWB'.
           05 FILLER                  PIC X(5) VALUE 'PCS'.
           05 FILLER                  PIC X(8) VALUE 'KG'.
           05 FILLER                  PIC X(4) VALUE 'M/D'.
           05 FILLER                  PIC X(4) VALUE 'PRI'.
           05 FILLER                  PIC X(21) VALUE 'DESCRIPTION'.
           05 FILLER                  PIC X(8) VALUE 'CUM KG'.

       01 WS-OFFLOAD-LINE.
           05 OF-AWB                  PIC X(11).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 OF-PIECES               PIC ZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 OF-WEIGHT               PIC ZZZZZZ9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 OF-MAIL                 PIC X(1).
           05 OF-DG                   PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 OF-PRIORITY             PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 OF-DESC                 PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 OF-CUM                  PIC ZZZZZZ9.

       01 WS-OFFLOAD-TOTAL.
           05 FILLER                  PIC X(24)
               VALUE 'WEIGHT AFTER OFFLOAD:   '.
           05 OT-TOTAL                PIC ZZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 OT-FLAG                 PIC X(30).

       01 WS-SIGN-LINE.
           05 FILLER                  PIC X(40)
               VALUE 'CAPTAIN SIGNATURE: ___________________  '.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-COUNT-BOARDED UNTIL WS-BRD-DONE
           PERFORM 3000-COUNT-BAGS UNTIL WS-BAG-DONE
           PERFORM 4000-COUNT-CARGO UNTIL WS-CGO-DONE
           PERFORM 5000-PRINT-LOADSHEET
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.
           OPEN INPUT BOARD-FILE
           OPEN INPUT XTND-FILE
           OPEN INPUT BAG-FILE
           OPEN INPUT CGO-FILE
           OPEN OUTPUT SHEET-RPT

           MOVE WS-SEL-FLIGHT(1:5) TO WR-FLTNUM
               PERFORM 8000-READ-BOARD
           END-IF

           PERFORM 8100-READ-BAG

      *    Position CGOBKG at the flight's consignments - a shed
      *    that has booked nothing leaves no file to read.
           MOVE WS-SEL-FLIGHT TO CG-FLIGHT
           MOVE WS-SEL-DATE TO CG-DATE
           MOVE LOW-VALUES TO CG-AWB
           IF WS-CGO-OK
               START CGO-FILE KEY >= CG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CGO-EOF-SW
               END-START
           ELSE
               MOVE 'Y' TO WS-CGO-EOF-SW
           END-IF
           IF NOT WS-CGO-DONE
               PERFORM 8200-READ-CARGO
           END-IF.

      * =======================================================
      *   BOARDED HEADS BY CABIN - THE BOOKING'S CLASS SAYS
           END-EVALUATE
           ADD BD-BOARDED TO WS-PAX-TOTAL

      *    Crew riding to position sit in a cabin seat and weigh
      *    as a passenger does; the sheet just shows how many of
      *    the heads are theirs.
           IF WS-XTND-OK AND XD-NR-DEADHEAD
               ADD BD-BOARDED TO WS-PAX-DHD
           END-IF

      *    A boarded booking's pet container weighs on the sheet
      *    whichever compartment it rides in.
           IF WS-XTND-OK

           PERFORM 8100-READ-BAG.

      *    Cargo still booked goes on at its booked weight and
      *    into the offload table with its offload-order key.
       4000-COUNT-CARGO.
           IF CG-ST-BOOKED
               ADD CG-PIECES TO WS-CGO-PIECES
               ADD CG-WEIGHT TO WS-CGO-WEIGHT
               IF CG-IS-MAIL
                   ADD CG-WEIGHT TO WS-MAIL-WEIGHT
               END-IF
               IF CG-IS-DG
                   ADD 1 TO WS-DG-COUNT
               END-IF
               IF WS-CGO-CNT < WS-CGO-MAX
                   PERFORM 4100-TABLE-CONSIGNMENT
               END-IF
           END-IF

           PERFORM 8200-READ-CARGO.

       4100-TABLE-CONSIGNMENT.
           ADD 1 TO WS-CGO-CNT
           MOVE WS-CGO-CNT TO WS-CGO-IX
           IF CG-IS-MAIL
               MOVE 2 TO CT-KEY-CLASS(WS-CGO-IX)
           ELSE
               MOVE 1 TO CT-KEY-CLASS(WS-CGO-IX)
           END-IF
           EVALUATE CG-PRIORITY
               WHEN '3'
                   MOVE 1 TO CT-KEY-PRI(WS-CGO-IX)
               WHEN '2'
                   MOVE 2 TO CT-KEY-PRI(WS-CGO-IX)
               WHEN OTHER
                   MOVE 3 TO CT-KEY-PRI(WS-CGO-IX)
           END-EVALUATE
           MOVE 0 TO WS-CGO-STAMP
           IF CG-BOOK-DATE NUMERIC AND CG-BOOK-TIME NUMERIC
               MOVE CG-BOOK-DATE TO WS-CGO-STAMP(1:8)
               MOVE CG-BOOK-TIME TO WS-CGO-STAMP(9:6)
           END-IF
           COMPUTE CT-KEY-STAMP(WS-CGO-IX) =
               99999999999999 - WS-CGO-STAMP
           MOVE CG-AWB TO CT-AWB(WS-CGO-IX)
           MOVE CG-PIECES TO CT-PIECES(WS-CGO-IX)
           MOVE CG-WEIGHT TO CT-WEIGHT(WS-CGO-IX)
           MOVE CG-MAIL TO CT-MAIL(WS-CGO-IX)
           MOVE CG-DG TO CT-DG(WS-CGO-IX)
           MOVE CG-PRIORITY TO CT-PRIORITY(WS-CGO-IX)
           MOVE CG-DESC TO CT-DESC(WS-CGO-IX).

       5000-PRINT-LOADSHEET.
           MOVE WS-SEL-FLIGHT TO HD-FLIGHT
           MOVE WS-SEL-DATE TO HD-DATE
           MOVE WS-PAX-Y TO PX-Y
           MOVE WS-PAX-TOTAL TO PX-TOTAL
           WRITE WS-RPT-LINE FROM WS-PAX-LINE
           IF WS-PAX-DHD > 0
               MOVE WS-PAX-DHD TO DH-COUNT
               WRITE WS-RPT-LINE FROM WS-DHD-LINE
           END-IF

           MOVE WS-BAG-COUNT TO BL-COUNT
           WRITE WS-RPT-LINE FROM WS-BAG-LINE
               WS-BAG-STD-COUNT * AC-BAG-WT + WS-BAG-REAL-WT
           COMPUTE WS-TOTAL-WEIGHT =
               AC-OEW + WS-PAX-WEIGHT + WS-BAG-WEIGHT
               + WS-PET-WEIGHT + WS-CGO-WEIGHT

           MOVE AC-OEW TO W1-OEW
           WRITE WS-RPT-LINE FROM WS-WGT-LINE-1
           WRITE WS-RPT-LINE FROM WS-WGT-LINE-3
           MOVE WS-PET-WEIGHT TO W3A-PET
           WRITE WS-RPT-LINE FROM WS-WGT-LINE-3A
           MOVE WS-CGO-WEIGHT TO W3B-CGO
           MOVE WS-CGO-PIECES TO W3B-PIECES
           WRITE WS-RPT-LINE FROM WS-WGT-LINE-3B
           IF WS-MAIL-WEIGHT > 0
               MOVE WS-MAIL-WEIGHT TO ML-WEIGHT
               WRITE WS-RPT-LINE FROM WS-MAIL-LINE
           END-IF
           IF WS-DG-COUNT > 0
               MOVE WS-DG-COUNT TO DG-COUNT
               WRITE WS-RPT-LINE FROM WS-DG-LINE
           END-IF

           MOVE WS-TOTAL-WEIGHT TO W4-TOTAL
           MOVE AC-MTOW TO W4-MTOW
           END-IF
           WRITE WS-RPT-LINE FROM WS-WGT-LINE-4

           IF WS-UNDER-MTOW < 0 AND WS-CGO-CNT > 0
               PERFORM 6000-PRINT-OFFLOAD-LIST
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-SIGN-LINE.

      * =======================================================
      *   CARGO OFFLOAD LIST - CONSIGNMENTS IN OFFLOAD ORDER
      *   UNTIL ENOUGH HAS COME OFF TO CLEAR THE EXCESS
      * =======================================================
       6000-PRINT-OFFLOAD-LIST.
           PERFORM 6100-SORT-OFFLOAD-ORDER

           COMPUTE WS-EXCESS-WEIGHT = 0 - WS-UNDER-MTOW
           MOVE 0 TO WS-OFFLOAD-WEIGHT

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-OFFLOAD-HEAD
           WRITE WS-RPT-LINE FROM WS-OFFLOAD-HEAD-2

           PERFORM 6200-PRINT-OFFLOAD-ITEM
               VARYING WS-CGO-IX FROM 1 BY 1
               UNTIL WS-CGO-IX > WS-CGO-CNT
                  OR WS-OFFLOAD-WEIGHT >= WS-EXCESS-WEIGHT

           COMPUTE OT-TOTAL = WS-TOTAL-WEIGHT - WS-OFFLOAD-WEIGHT
           IF WS-OFFLOAD-WEIGHT < WS-EXCESS-WEIGHT
               MOVE 'STILL OVERWEIGHT' TO OT-FLAG
           ELSE
               MOVE SPACES TO OT-FLAG
           END-IF
           WRITE WS-RPT-LINE FROM WS-OFFLOAD-TOTAL.

      *    Exchange sort - a flight carries a handful of
      *    consignments, not enough to need the SORT verb.
       6100-SORT-OFFLOAD-ORDER.
           PERFORM 6110-SORT-PASS
               VARYING WS-CGO-LIMIT FROM WS-CGO-CNT BY -1
               UNTIL WS-CGO-LIMIT < 2.

       6110-SORT-PASS.
           PERFORM 6120-SORT-COMPARE
               VARYING WS-CGO-IX FROM 1 BY 1
               UNTIL WS-CGO-IX >= WS-CGO-LIMIT.

       6120-SORT-COMPARE.
           COMPUTE WS-CGO-JX = WS-CGO-IX + 1
           IF CT-SORT-KEY(WS-CGO-IX) > CT-SORT-KEY(WS-CGO-JX)
               MOVE CT-ENTRY(WS-CGO-IX) TO WS-CGO-HOLD
               MOVE CT-ENTRY(WS-CGO-JX) TO CT-ENTRY(WS-CGO-IX)
               MOVE WS-CGO-HOLD TO CT-ENTRY(WS-CGO-JX)
           END-IF.

       6200-PRINT-OFFLOAD-ITEM.
           ADD CT-WEIGHT(WS-CGO-IX) TO WS-OFFLOAD-WEIGHT
           MOVE CT-AWB(WS-CGO-IX) TO OF-AWB
           MOVE CT-PIECES(WS-CGO-IX) TO OF-PIECES
           MOVE CT-WEIGHT(WS-CGO-IX) TO OF-WEIGHT
           MOVE CT-MAIL(WS-CGO-IX) TO OF-MAIL
           MOVE CT-DG(WS-CGO-IX) TO OF-DG
           MOVE CT-PRIORITY(WS-CGO-IX) TO OF-PRIORITY
           MOVE CT-DESC(WS-CGO-IX) TO OF-DESC
           MOVE WS-OFFLOAD-WEIGHT TO OF-CUM
           WRITE WS-RPT-LINE FROM WS-OFFLOAD-LINE.

       9000-FINALIZE-RUN.
           CLOSE FLSR-FILE
           CLOSE ACFT-FILE
           CLOSE BOARD-FILE
           CLOSE XTND-FILE
           CLOSE BAG-FILE
           CLOSE CGO-FILE
           CLOSE SHEET-RPT.

       8000-READ-BOARD.
               AT END
                   MOVE 'Y' TO WS-BAG-EOF-SW
           END-READ.

       8200-READ-CARGO.
           READ CGO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CGO-EOF-SW
           END-READ
           IF NOT WS-CGO-DONE
               IF CG-FLIGHT NOT = WS-SEL-FLIGHT
                  OR CG-DATE NOT = WS-SEL-DATE
                   MOVE 'Y' TO WS-CGO-EOF-SW
               END-IF
           END-IF.
