       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPNSVC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   TICKET COUPON STATUS INTERFACE
      * =======================================================
      *    A ticket carries one coupon per flown segment on
      *    TKTCPN, keyed ticket number + segment sequence, in the
      *    same travel order as the booking's PNRSEG rows. The
      *    coupon is what moves as the trip happens:
      *      O open         C checked in     L lifted (boarded)
      *      F flown        R refunded       E exchanged
      *      V void
      *    L becomes F in the post-departure coupon run (CPNLFT);
      *    everything else moves through here. Functions:
      *      I  issue the coupons for CN-TKT off the booking's
      *         PNRSEG rows (written in the same unit of work)
      *      S  set the coupon(s) for CN-FLT / CN-FLT2 on
      *         CN-DATE to CN-NEW-STATUS - check-in (C) and the
      *         gate's boarding scan (L)
      *      T  close every still-open coupon on the ticket to
      *         CN-NEW-STATUS - exchange (E), cancel (R / V)
      *    Only an open or checked-in coupon moves; one already
      *    lifted, flown or closed stays as it is. A blank
      *    ticket number on S or T is taken from the PNR.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-TODAY                 PIC X(8) VALUE SPACES.
       01 WS-CPN-SEQ               PIC 9(2) VALUE 0.

      * Ticket coupon row
       01 WS-CPN-REC.
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
               88 CP-REFUNDED      VALUE 'R'.
               88 CP-EXCHANGED     VALUE 'E'.
               88 CP-VOID          VALUE 'V'.
           05 CP-STATUS-DATE       PIC X(8).
       01 WS-CPN-RESP              PIC S9(8) COMP.

      * Booking segment row the coupons are cut from
       01 WS-SEG-REC.
           05 SE-KEY.
               10 SE-PNR           PIC X(6).
               10 SE-SEQ           PIC 9(2).
           05 SE-ORIG              PIC X(3).
           05 SE-DEST              PIC X(3).
           05 SE-FLT               PIC X(6).
           05 SE-DATE              PIC X(8).
           05 SE-DEP               PIC X(4).
           05 SE-ARR               PIC X(4).
       01 WS-SEG-RESP              PIC S9(8) COMP.

      * PNR fields the ticket number falls back on
       01 WS-PNR-REC.
           05 PR-PNR               PIC X(6).
           05 FILLER               PIC X(769).
           05 PR-TKT-NUMBER        PIC X(13).
           05 FILLER               PIC X(104).
       01 WS-PNR-RESP              PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 CN-FUNCTION          PIC X.
               88 CN-FN-ISSUE      VALUE 'I'.
               88 CN-FN-SET        VALUE 'S'.
               88 CN-FN-CLOSE      VALUE 'T'.
           05 CN-PNR               PIC X(6).
           05 CN-TKT               PIC X(13).
           05 CN-FLT               PIC X(6).
           05 CN-FLT2              PIC X(6).
           05 CN-DATE              PIC X(8).
           05 CN-NEW-STATUS        PIC X.
           05 CN-RESULT            PIC X.
               88 CN-DONE          VALUE 'A'.
               88 CN-FAILED        VALUE 'F'.
           05 CN-COUNT             PIC 9(2).
           05 FILLER               PIC X(16).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'A' TO CN-RESULT
           MOVE 0 TO CN-COUNT

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-TODAY)
           END-EXEC

           IF CN-TKT = SPACES OR CN-TKT = LOW-VALUES
               PERFORM FILL-FROM-PNR
           END-IF
           IF CN-TKT = SPACES OR CN-TKT = LOW-VALUES
               MOVE 'F' TO CN-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN CN-FN-ISSUE
                   PERFORM ISSUE-ONE-COUPON
                       VARYING WS-CPN-SEQ FROM 1 BY 1
                       UNTIL WS-CPN-SEQ > 4
               WHEN CN-FN-SET
                   PERFORM UPDATE-ONE-COUPON
                       VARYING WS-CPN-SEQ FROM 1 BY 1
                       UNTIL WS-CPN-SEQ > 4
               WHEN CN-FN-CLOSE
                   PERFORM UPDATE-ONE-COUPON
                       VARYING WS-CPN-SEQ FROM 1 BY 1
                       UNTIL WS-CPN-SEQ > 4
               WHEN OTHER
                   MOVE 'F' TO CN-RESULT
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

      *    Callers working from the PNR alone (the gate, check-in
      *    and cancellation) need not carry the ticket number.
       FILL-FROM-PNR.
           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(CN-PNR)
                    RESP(WS-PNR-RESP)
           END-EXEC

           IF WS-PNR-RESP = DFHRESP(NORMAL)
               MOVE PR-TKT-NUMBER TO CN-TKT
           END-IF.

      * =======================================================
      *     ONE OPEN COUPON PER SEGMENT THE BOOKING FLIES
      * =======================================================
       ISSUE-ONE-COUPON.
           MOVE CN-PNR TO SE-PNR
           MOVE WS-CPN-SEQ TO SE-SEQ

           EXEC CICS
               READ FILE('PNRSEG')
                    INTO(WS-SEG-REC)
                    RIDFLD(SE-KEY)
                    RESP(WS-SEG-RESP)
           END-EXEC

           IF WS-SEG-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CPN-REC
           MOVE CN-TKT TO CP-TKT
           MOVE WS-CPN-SEQ TO CP-SEQ
           MOVE CN-PNR TO CP-PNR
           MOVE SE-FLT TO CP-FLT
           MOVE SE-DATE TO CP-DATE
           MOVE SE-ORIG TO CP-ORIG
           MOVE SE-DEST TO CP-DEST
           MOVE 'O' TO CP-STATUS
           MOVE WS-TODAY TO CP-STATUS-DATE

           EXEC CICS
               WRITE FILE('TKTCPN')
                     FROM(WS-CPN-REC)
                     RIDFLD(CP-KEY)
                     RESP(WS-CPN-RESP)
           END-EXEC

           IF WS-CPN-RESP = DFHRESP(NORMAL)
               ADD 1 TO CN-COUNT
           ELSE
               MOVE 'F' TO CN-RESULT
           END-IF.

      * =======================================================
      *   MOVE ONE COUPON ON THE TICKET IF IT IS STILL LIVE
      * =======================================================
       UPDATE-ONE-COUPON.
           MOVE CN-TKT TO CP-TKT
           MOVE WS-CPN-SEQ TO CP-SEQ

           EXEC CICS
               READ FILE('TKTCPN')
                    INTO(WS-CPN-REC)
                    RIDFLD(CP-KEY)
                    UPDATE
                    RESP(WS-CPN-RESP)
           END-EXEC

           IF WS-CPN-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

      *    A set names its segment by flight and date; a close
      *    takes every coupon on the ticket.
           IF (NOT CP-OPEN AND NOT CP-CHECKED-IN)
              OR CP-STATUS = CN-NEW-STATUS
              OR (CN-FN-SET
                  AND (CP-DATE NOT = CN-DATE
                       OR (CP-FLT NOT = CN-FLT
                           AND CP-FLT NOT = CN-FLT2)))
               EXEC CICS
                   UNLOCK FILE('TKTCPN')
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           MOVE CN-NEW-STATUS TO CP-STATUS
           MOVE WS-TODAY TO CP-STATUS-DATE
           EXEC CICS
               REWRITE FILE('TKTCPN')
                       FROM(WS-CPN-REC)
                       RESP(WS-CPN-RESP)
           END-EXEC

           IF WS-CPN-RESP = DFHRESP(NORMAL)
               ADD 1 TO CN-COUNT
           END-IF.
