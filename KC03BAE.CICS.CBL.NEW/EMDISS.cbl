       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMDISS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   ANCILLARY DOCUMENT ISSUE INTERFACE
      * =======================================================
      *    Every ancillary charge - bag fees, excess baggage,
      *    pet and unaccompanied-minor fees, paid upgrades and
      *    change penalties - is issued as a numbered document
      *    on EMDREG, the same way a fare is issued on TKTREG.
      *    Numbers run '998' plus a ten-digit sequence off the
      *    register's control row (key all zeros, type K).
      *    EMDXREF carries PNR + document number so a booking's
      *    documents can be browsed. Functions:
      *      I  issue one document for ED-SERVICE / ED-AMT
      *      E  mark a ticket's booking-time documents exchanged
      *         (the rebook issues fresh ones against the new
      *         ticket)
      *      C  close the booking's open documents of ED-SERVICE
      *         to ED-NEW-TYPE (R refunded / V void) on cancel
      *    A blank ticket number or payment on an issue is taken
      *    from the PNR.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-TODAY                 PIC X(8) VALUE SPACES.

      * Ancillary document register row
       01 WS-EMD-REC.
           05 EM-NUMBER            PIC X(13).
           05 EM-TYPE              PIC X.
               88 EM-ISSUED        VALUE 'I'.
               88 EM-VOID          VALUE 'V'.
               88 EM-REFUNDED      VALUE 'R'.
               88 EM-EXCHANGED     VALUE 'E'.
               88 EM-DISPUTED      VALUE 'Q'.
               88 EM-CONTROL       VALUE 'K'.
           05 EM-SERVICE           PIC X(4).
               88 EM-SVC-BOOKING   VALUE 'BAGF' 'CHGP' 'UMNR'
                                         'PETF'.
           05 EM-PNR               PIC X(6).
           05 EM-PSGR              PIC 9(2).
           05 EM-TKT               PIC X(13).
           05 EM-DATE              PIC X(8).
           05 EM-TIME              PIC X(6).
           05 EM-AMT               PIC 9(5)V99.
           05 EM-CURR              PIC X(3).
           05 EM-PAY-METHOD        PIC X.
           05 EM-PAY-REF           PIC X(4).
           05 EM-PROGRAM           PIC X(4).
           05 EM-STATE-DATE        PIC X(8).
           05 EM-LAST-SEQ          PIC 9(10).
       01 WS-EMD-RESP              PIC S9(8) COMP.
       01 WS-EMD-CONTROL-KEY       PIC X(13) VALUE ZEROS.
       01 WS-EMD-SEQ               PIC 9(10) VALUE ZEROS.

      * PNR + document access path
       01 WS-EMX-REC.
           05 EX-PNR               PIC X(6).
           05 EX-NUMBER            PIC X(13).
       01 WS-EMX-BR-KEY            PIC X(19).
       01 WS-EMX-RESP              PIC S9(8) COMP.
       01 WS-EMX-EOF               PIC X VALUE 'N'.

      * PNR fields the issue falls back on
       01 WS-PNR-REC.
           05 PR-PNR               PIC X(6).
           05 FILLER               PIC X(701).
           05 PR-PAY-METHOD        PIC X.
           05 PR-PAY-REF           PIC X(4).
           05 FILLER               PIC X(63).
           05 PR-TKT-NUMBER        PIC X(13).
           05 FILLER               PIC X(104).
       01 WS-PNR-RESP              PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ED-FUNCTION          PIC X.
               88 ED-FN-ISSUE      VALUE 'I'.
               88 ED-FN-EXCHANGE   VALUE 'E'.
               88 ED-FN-CLOSE      VALUE 'C'.
           05 ED-SERVICE           PIC X(4).
           05 ED-PNR               PIC X(6).
           05 ED-PSGR              PIC 9(2).
           05 ED-TKT               PIC X(13).
           05 ED-AMT               PIC 9(5)V99.
           05 ED-CURR              PIC X(3).
           05 ED-PAY-METHOD        PIC X.
           05 ED-PAY-REF           PIC X(4).
           05 ED-PROGRAM           PIC X(4).
           05 ED-NEW-TYPE          PIC X.
           05 ED-RESULT            PIC X.
               88 ED-DONE          VALUE 'A'.
               88 ED-FAILED        VALUE 'F'.
           05 ED-NUMBER            PIC X(13).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'A' TO ED-RESULT

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-TODAY)
           END-EXEC

           EVALUATE TRUE
               WHEN ED-FN-ISSUE
                   PERFORM ISSUE-DOCUMENT
               WHEN ED-FN-EXCHANGE
                   PERFORM UPDATE-PNR-DOCUMENTS
               WHEN ED-FN-CLOSE
                   PERFORM UPDATE-PNR-DOCUMENTS
               WHEN OTHER
                   MOVE 'F' TO ED-RESULT
           END-EVALUATE

           EXEC CICS RETURN END-EXEC.

      * =======================================================
      *      ISSUE ONE DOCUMENT FOR AN ANCILLARY CHARGE
      * =======================================================
       ISSUE-DOCUMENT.
           MOVE SPACES TO ED-NUMBER

           IF ED-AMT = ZERO OR ED-SERVICE = SPACES
               MOVE 'F' TO ED-RESULT
               EXIT PARAGRAPH
           END-IF

           IF ED-TKT = SPACES OR ED-TKT = LOW-VALUES
              OR ED-PAY-METHOD = SPACE
               PERFORM FILL-FROM-PNR
           END-IF

           PERFORM NEXT-DOCUMENT-NUMBER
           IF ED-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ED-NUMBER
           MOVE '998' TO ED-NUMBER(1:3)
           MOVE WS-EMD-SEQ TO ED-NUMBER(4:10)

           MOVE SPACES TO WS-EMD-REC
           MOVE ED-NUMBER TO EM-NUMBER
           MOVE 'I' TO EM-TYPE
           MOVE ED-SERVICE TO EM-SERVICE
           MOVE ED-PNR TO EM-PNR
           MOVE ED-PSGR TO EM-PSGR
           MOVE ED-TKT TO EM-TKT
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(EM-DATE)
                          TIME(EM-TIME)
           END-EXEC
           MOVE ED-AMT TO EM-AMT
           IF ED-CURR = SPACES
               MOVE 'USD' TO EM-CURR
           ELSE
               MOVE ED-CURR TO EM-CURR
           END-IF
           MOVE ED-PAY-METHOD TO EM-PAY-METHOD
           MOVE ED-PAY-REF TO EM-PAY-REF
           MOVE ED-PROGRAM TO EM-PROGRAM
           MOVE EM-DATE TO EM-STATE-DATE
           MOVE ZEROS TO EM-LAST-SEQ

           EXEC CICS
               WRITE FILE('EMDREG')
                     FROM(WS-EMD-REC)
                     RIDFLD(EM-NUMBER)
                     RESP(WS-EMD-RESP)
           END-EXEC

           IF WS-EMD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'F' TO ED-RESULT
               MOVE SPACES TO ED-NUMBER
               EXIT PARAGRAPH
           END-IF

           MOVE ED-PNR TO EX-PNR
           MOVE ED-NUMBER TO EX-NUMBER
           EXEC CICS
               WRITE FILE('EMDXREF')
                     FROM(WS-EMX-REC)
                     RIDFLD(WS-EMX-REC)
                     RESP(WS-EMX-RESP)
           END-EXEC.

      *    The booking's ticket and payment, for callers that
      *    do not carry them (excess baggage, upgrades).
       FILL-FROM-PNR.
           EXEC CICS
               READ FILE('PNRDATA')
                    INTO(WS-PNR-REC)
                    RIDFLD(ED-PNR)
                    RESP(WS-PNR-RESP)
           END-EXEC

           IF WS-PNR-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           IF ED-TKT = SPACES OR ED-TKT = LOW-VALUES
               MOVE PR-TKT-NUMBER TO ED-TKT
           END-IF
           IF ED-PAY-METHOD = SPACE
               MOVE PR-PAY-METHOD TO ED-PAY-METHOD
               MOVE PR-PAY-REF TO ED-PAY-REF
           END-IF.

      *    Same control-row scheme as the ticket register.
       NEXT-DOCUMENT-NUMBER.
           EXEC CICS
               READ FILE('EMDREG')
                    INTO(WS-EMD-REC)
                    RIDFLD(WS-EMD-CONTROL-KEY)
                    UPDATE
                    RESP(WS-EMD-RESP)
           END-EXEC

           IF WS-EMD-RESP = DFHRESP(NORMAL)
               COMPUTE WS-EMD-SEQ = EM-LAST-SEQ + 1
               MOVE WS-EMD-SEQ TO EM-LAST-SEQ
               EXEC CICS
                   REWRITE FILE('EMDREG')
                           FROM(WS-EMD-REC)
                           RESP(WS-EMD-RESP)
               END-EXEC
           ELSE
               MOVE 1 TO WS-EMD-SEQ
               MOVE SPACES TO WS-EMD-REC
               MOVE WS-EMD-CONTROL-KEY TO EM-NUMBER
               MOVE 'K' TO EM-TYPE
               MOVE WS-EMD-SEQ TO EM-LAST-SEQ
               EXEC CICS
                   WRITE FILE('EMDREG')
                         FROM(WS-EMD-REC)
                         RIDFLD(EM-NUMBER)
                         RESP(WS-EMD-RESP)
               END-EXEC
           END-IF

           IF WS-EMD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'F' TO ED-RESULT
           END-IF.

      * =======================================================
      *   EXCHANGE OR CLOSE THE BOOKING'S OPEN DOCUMENTS
      * =======================================================
       UPDATE-PNR-DOCUMENTS.
           MOVE 'N' TO WS-EMX-EOF
           MOVE LOW-VALUES TO WS-EMX-BR-KEY
           MOVE ED-PNR TO WS-EMX-BR-KEY(1:6)

           EXEC CICS
               STARTBR FILE('EMDXREF')
                       RIDFLD(WS-EMX-BR-KEY)
                       GTEQ
                       RESP(WS-EMX-RESP)
           END-EXEC

           IF WS-EMX-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-NEXT-PNR-DOCUMENT
               UNTIL WS-EMX-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('EMDXREF')
           END-EXEC.

       READ-NEXT-PNR-DOCUMENT.
           EXEC CICS
               READNEXT FILE('EMDXREF')
                        INTO(WS-EMX-REC)
                        RIDFLD(WS-EMX-BR-KEY)
                        RESP(WS-EMX-RESP)
           END-EXEC

           IF WS-EMX-RESP NOT = DFHRESP(NORMAL)
              OR EX-PNR NOT = ED-PNR
               MOVE 'Y' TO WS-EMX-EOF
               EXIT PARAGRAPH
           END-IF

           EXEC CICS
               READ FILE('EMDREG')
                    INTO(WS-EMD-REC)
                    RIDFLD(EX-NUMBER)
                    UPDATE
                    RESP(WS-EMD-RESP)
           END-EXEC

           IF WS-EMD-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           IF NOT EM-ISSUED
               EXEC CICS
                   UNLOCK FILE('EMDREG')
               END-EXEC
               EXIT PARAGRAPH
           END-IF

      *    An exchange moves only what the booking itself
      *    charged against the old ticket; excess baggage and
      *    upgrades were bought separately and stand.
           IF ED-FN-EXCHANGE
               IF EM-TKT = ED-TKT AND EM-SVC-BOOKING
                   MOVE 'E' TO EM-TYPE
               END-IF
           ELSE
               IF EM-SERVICE = ED-SERVICE
                   MOVE ED-NEW-TYPE TO EM-TYPE
               END-IF
           END-IF

           IF EM-ISSUED
               EXEC CICS
                   UNLOCK FILE('EMDREG')
               END-EXEC
           ELSE
               MOVE WS-TODAY TO EM-STATE-DATE
               EXEC CICS
                   REWRITE FILE('EMDREG')
                           FROM(WS-EMD-REC)
                           RESP(WS-EMD-RESP)
               END-EXEC
           END-IF.
