       01 WS-L2-IX                 PIC 9(2) VALUE 0.
       01 WS-PAIR-ROW              PIC S9(4) COMP VALUE 0.

      * City-pair/date access path into FLSRFIL - one entry per
      * flight/date keyed origin + destination + date + flight,
      * added by FLLOAD and rebuilt nightly by FLCXBD. Both
      * searches position on it instead of browsing the whole
      * schedule; every entry is verified against the FLSRFIL
      * record it points at, so a stale one is simply skipped.
       01 WS-CPX-REC.
           05 CX-KEY.
               10 CX-ORIG          PIC X(3).
               10 CX-DEST          PIC X(3).
               10 CX-DATE          PIC X(8).
               10 CX-FLTNUM        PIC X(5).
       01 WS-CPX-BR-KEY.
           05 WS-CPX-BR-ORIG       PIC X(3).
           05 WS-CPX-BR-DEST       PIC X(3).
           05 WS-CPX-BR-DATE       PIC X(8).
           05 WS-CPX-BR-FLTNUM     PIC X(5).
       01 WS-FLSR-KEY.
           05 WS-FLSR-KEY-FLT      PIC X(5).
           05 WS-FLSR-KEY-DATE     PIC X(8).
       01 WS-FLSR-RESP             PIC S9(8) COMP.
       01 WS-CPX-VERIFIED          PIC X VALUE 'N'.
       01 WS-HUB-STN               PIC X(3) VALUE SPACES.
       01 WS-HUB-SEEN              PIC X VALUE 'N'.
       01 WS-HUB-IX                PIC 9(2) VALUE 0.

      * Class inventory bucket - per flight/date/booking class,
      * sized by FLLOAD and sold down by BOOK. The seats column
      * shows the bucket for the class this flow sells (economy)
       COPY FLSRMAP.


      * Transaction authority - AUTCHK checks the signed-on
      * operator's role against the AUTHMTX matrix.
       01 WS-AUTHCHK-AREA.
           05 AT-TRAN              PIC X(4).
           05 AT-FUNC              PIC X(4).
           05 AT-DEFAULT           PIC X(8).
           05 AT-RESULT            PIC X.
               88 AT-ALLOWED       VALUE 'Y'.
               88 AT-REFUSED       VALUE 'N'.
           05 AT-USERID            PIC X(8).
           05 AT-ROLE              PIC X.
       01 WS-AUTH-RESP             PIC S9(8) COMP.
       01 WS-REFUSED-MESSAGE       PIC X(40)
           VALUE 'NOT AUTHORIZED FOR THIS TRANSACTION'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 CA-STATE             PIC X.
      *                   MAIN SCREEN LOGIC
      * =======================================================
       MAIN-SECTION.
           PERFORM CHECK-TRANS-AUTHORITY

      *    Check state from COMMAREA
           IF EIBCALEN = 0
           END-IF.

      * =======================================================
      *    READ THE CITY PAIR'S FLIGHTS OFF THE ACCESS PATH
      * =======================================================
      *    Positions FLSRCPX on origin + destination + the first
      *    date of the window and reads forward only while the
      *    entries stay on the city pair and inside the window,
      *    so the search touches the city pair's own flights and
      *    nothing else.
       READ-VSAM-FLIGHTS.
           MOVE 'N' TO WS-EOF.
           MOVE WS-ORIG TO WS-CPX-BR-ORIG
           MOVE WS-DEST TO WS-CPX-BR-DEST
           MOVE WS-DATE-LO TO WS-CPX-BR-DATE
           MOVE LOW-VALUES TO WS-CPX-BR-FLTNUM
           EXEC CICS
               STARTBR FILE('FLSRCPX')
                       RIDFLD(WS-CPX-BR-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO FLIGHTS FOUND' TO MSGO
               MOVE 'Y' TO WS-EOF
           END-IF.

           PERFORM UNTIL WS-ROW-IX > 10 OR WS-EOF = 'Y'
               EXEC CICS
                   READNEXT FILE('FLSRCPX')
                            INTO(WS-CPX-REC)
                            RIDFLD(WS-CPX-BR-KEY)
                            RESP(WS-RESP)
               END-EXEC

               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR CX-ORIG NOT = WS-ORIG
                  OR CX-DEST NOT = WS-DEST
                  OR CX-DATE > WS-DATE-HI
                   MOVE 'Y' TO WS-EOF
               ELSE
                   PERFORM READ-INDEXED-FLIGHT

      *            Check if record matches filter criteria - a date
      *            with no exact matches still shows nearby departures
      *            within the WS-DATE-LO/WS-DATE-HI window. Flights
      *            cancelled by the airline are never offered here.
                   IF WS-CPX-VERIFIED = 'Y' AND
                      WR-DATE >= WS-DATE-LO AND
                      WR-DATE <= WS-DATE-HI AND
                      NOT WR-ST-CANCELLED
               END-IF
           END-PERFORM.

           IF WS-RESP NOT = DFHRESP(NOTFND)
               EXEC CICS
                   ENDBR FILE('FLSRCPX')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

           COMPUTE WS-FLIGHT-COUNT = WS-ROW-IX - 1.
           MOVE SPACES TO WS-CNX-ROLE-TABLE.
           END-IF.
           PERFORM DISPLAY-SORTED-ROWS.

      * =======================================================
      *   FETCH THE FLSRFIL RECORD AN ACCESS-PATH ENTRY NAMES
      * =======================================================
      *    The entry is only trusted once the flight itself still
      *    flies that city pair on that date - a re-routed or
      *    purged flight leaves an entry behind until FLCXBD.
       READ-INDEXED-FLIGHT.
           MOVE 'N' TO WS-CPX-VERIFIED
           MOVE CX-FLTNUM TO WS-FLSR-KEY-FLT
           MOVE CX-DATE TO WS-FLSR-KEY-DATE
           EXEC CICS
               READ FILE('FLSRFIL')
                    INTO(WS-VSAM-REC)
                    RIDFLD(WS-FLSR-KEY)
                    RESP(WS-FLSR-RESP)
           END-EXEC

           IF WS-FLSR-RESP = DFHRESP(NORMAL)
      *        Parse VSAM record
               MOVE WS-VSAM-REC(1:5) TO WR-FLTNUM
               MOVE WS-VSAM-REC(6:3) TO WR-ORIG
               MOVE WS-VSAM-REC(9:8) TO WR-DATE
               MOVE WS-VSAM-REC(17:3) TO WR-DEST
               MOVE WS-VSAM-REC(20:4) TO WR-DEPTIME
               MOVE WS-VSAM-REC(24:1) TO WR-STATUS
               MOVE WS-VSAM-REC(32:4) TO WR-ARRTIME
               MOVE WS-VSAM-REC(36:3) TO WR-SEATS
               IF WR-ORIG = CX-ORIG AND WR-DEST = CX-DEST
                  AND WR-DATE = CX-DATE
                   MOVE 'Y' TO WS-CPX-VERIFIED
               END-IF
           END-IF.

      * =======================================================
      *          COMPUTE THE DATE SEARCH WINDOW
      * =======================================================
      *      ONE-STOP CONNECTION SEARCH OVER A COMMON STATION
      * =======================================================
      *    First legs come off the access path under the origin:
      *    each destination group is skipped straight to the
      *    requested date, and past it to the next destination.
      *    Second legs are then read city pair by city pair -
      *    each distinct hub the first legs reach, to the
      *    destination, on the requested date. Pairs meeting over
      *    the same station with at least WS-MIN-CONNECT-MINS on
      *    the ground go onto the list as two consecutive rows,
      *    and selecting either row books the pair.
       SEARCH-CONNECTIONS.
           MOVE 0 TO WS-LEG1-COUNT
           MOVE 0 TO WS-LEG2-COUNT
           MOVE 'N' TO WS-EOF
           MOVE WS-ORIG TO WS-CPX-BR-ORIG
           MOVE LOW-VALUES TO WS-CPX-BR-DEST
           MOVE LOW-VALUES TO WS-CPX-BR-DATE
           MOVE LOW-VALUES TO WS-CPX-BR-FLTNUM

           EXEC CICS
               STARTBR FILE('FLSRCPX')
                       RIDFLD(WS-CPX-BR-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO FLIGHTS FOUND' TO MSGO
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-FIRST-LEG-ENTRY UNTIL WS-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('FLSRCPX')
           END-EXEC

           PERFORM READ-SECOND-LEGS-VIA-HUB
               VARYING WS-L1-IX FROM 1 BY 1
               UNTIL WS-L1-IX > WS-LEG1-COUNT

           PERFORM MATCH-CONNECTION-PAIRS

           COMPUTE WS-FLIGHT-COUNT = WS-ROW-IX - 1
               MOVE 'NO FLIGHTS FOUND' TO MSGO
           END-IF.

      *    One entry under the origin. An entry dated before the
      *    requested day repositions to that day within the same
      *    destination; one dated after it jumps to the next
      *    destination.
       READ-FIRST-LEG-ENTRY.
           EXEC CICS
               READNEXT FILE('FLSRCPX')
                        INTO(WS-CPX-REC)
                        RIDFLD(WS-CPX-BR-KEY)
                        RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR CX-ORIG NOT = WS-ORIG
               MOVE 'Y' TO WS-EOF
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN CX-DATE < WS-DATE
                   MOVE CX-ORIG TO WS-CPX-BR-ORIG
                   MOVE CX-DEST TO WS-CPX-BR-DEST
                   MOVE WS-DATE TO WS-CPX-BR-DATE
                   MOVE LOW-VALUES TO WS-CPX-BR-FLTNUM
                   PERFORM REPOSITION-CPX-BROWSE
               WHEN CX-DATE > WS-DATE
                   MOVE CX-ORIG TO WS-CPX-BR-ORIG
                   MOVE CX-DEST TO WS-CPX-BR-DEST
                   MOVE HIGH-VALUES TO WS-CPX-BR-DATE
                   MOVE HIGH-VALUES TO WS-CPX-BR-FLTNUM
                   PERFORM REPOSITION-CPX-BROWSE
               WHEN CX-DEST NOT = WS-DEST
                   PERFORM READ-INDEXED-FLIGHT
                   IF WS-CPX-VERIFIED = 'Y' AND NOT WR-ST-CANCELLED
                       PERFORM KEEP-CONNECTION-CANDIDATE
                   END-IF
           END-EVALUATE.

       REPOSITION-CPX-BROWSE.
           EXEC CICS
               RESETBR FILE('FLSRCPX')
                       RIDFLD(WS-CPX-BR-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-EOF
           END-IF.

      *    Second legs for one first leg's hub - read once per
      *    distinct hub, however many first legs reach it.
       READ-SECOND-LEGS-VIA-HUB.
           MOVE L1-DEST(WS-L1-IX) TO WS-HUB-STN
           MOVE 'N' TO WS-HUB-SEEN
           PERFORM CHECK-HUB-ALREADY-READ
               VARYING WS-HUB-IX FROM 1 BY 1
               UNTIL WS-HUB-IX >= WS-L1-IX OR WS-HUB-SEEN = 'Y'
           IF WS-HUB-SEEN = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-EOF
           MOVE WS-HUB-STN TO WS-CPX-BR-ORIG
           MOVE WS-DEST TO WS-CPX-BR-DEST
           MOVE WS-DATE TO WS-CPX-BR-DATE
           MOVE LOW-VALUES TO WS-CPX-BR-FLTNUM
           EXEC CICS
               STARTBR FILE('FLSRCPX')
                       RIDFLD(WS-CPX-BR-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-SECOND-LEG-ENTRY UNTIL WS-EOF = 'Y'

           EXEC CICS
               ENDBR FILE('FLSRCPX')
           END-EXEC.

       CHECK-HUB-ALREADY-READ.
           IF L1-DEST(WS-HUB-IX) = WS-HUB-STN
               MOVE 'Y' TO WS-HUB-SEEN
           END-IF.

       READ-SECOND-LEG-ENTRY.
           EXEC CICS
               READNEXT FILE('FLSRCPX')
                        INTO(WS-CPX-REC)
                        RIDFLD(WS-CPX-BR-KEY)
                        RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR CX-ORIG NOT = WS-HUB-STN
              OR CX-DEST NOT = WS-DEST
              OR CX-DATE NOT = WS-DATE
               MOVE 'Y' TO WS-EOF
           ELSE
               PERFORM READ-INDEXED-FLIGHT
               IF WS-CPX-VERIFIED = 'Y' AND NOT WR-ST-CANCELLED
                   PERFORM KEEP-CONNECTION-CANDIDATE
               END-IF
           END-IF.

       KEEP-CONNECTION-CANDIDATE.
           IF WR-ORIG = WS-ORIG AND WR-DEST NOT = WS-DEST
           END-EXEC.


      * =======================================================
      *   MAY THE SIGNED-ON OPERATOR RUN THIS TRANSACTION?
      * =======================================================
       CHECK-TRANS-AUTHORITY.
           MOVE SPACES TO AT-FUNC
           MOVE SPACES TO AT-DEFAULT
           PERFORM CALL-AUTHORITY-CHECK
           IF NOT AT-ALLOWED
               EXEC CICS
                   SEND TEXT FROM(WS-REFUSED-MESSAGE)
                        LENGTH(40)
                        ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

      *    AT-FUNC and AT-DEFAULT are the caller's; a check that
      *    cannot be made counts as a refusal.
       CALL-AUTHORITY-CHECK.
           MOVE 'FLSR' TO AT-TRAN
           MOVE 'N' TO AT-RESULT
           EXEC CICS
               LINK PROGRAM('AUTCHK')
                    COMMAREA(WS-AUTHCHK-AREA)
                    LENGTH(26)
                    RESP(WS-AUTH-RESP)
           END-EXEC
           IF WS-AUTH-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO AT-RESULT
           END-IF.

       END PROGRAM FLSR.
