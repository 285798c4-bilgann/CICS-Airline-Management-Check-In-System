      *   record is written the same way HOLDEX logs an expiry,
      *   and a record is appended to the SCNOTIFY feed so the
      *   passenger gets told, the same feed SCHNOT appends to for
      *   delays and cancellations. Every bump is also entered on
      *   the DBCOMP denied-boarding register, which the gate's
      *   DBPY screen pays the passenger's compensation from.
      *
      *   Staff standby (STBYLST, listed through STBY) comes
      *   only after the revenue waitlist has been worked: the
      *   seats still left go to staff in priority code order,
      *   seniority date breaking ties and the time listed after
      *   that. A cleared member gets a confirmed, checked-in
      *   PNR with no fare, group reference STAFFSBY and
      *   XD-NONREV S, and is kept out of revenue, loyalty and
      *   no-show figures. Anyone not cleared is rolled onto the
      *   same flight number's next operating day within a week
      *   without being charged again.
      *
      *   Last, the elite members checked in on the flight in
      *   economy are listed for a complimentary upgrade into
      *   whatever forward-cabin seats (business, then first)
      *   are still empty on the class inventory - ranked by the
      *   upgrade rank their tier carries on TIERBEN, the larger
      *   mileage balance first within a rank. The gate moves
      *   the members named against a seat.
      * =======================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUDCTL-FILE ASSIGN TO AUDCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADC-STATUS.

           SELECT XREF-FILE ASSIGN TO PNRXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT DBCOMP-FILE ASSIGN TO DBCOMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DB-KEY
               FILE STATUS IS WS-DBC-STATUS.

           SELECT BAG-FILE ASSIGN TO BAGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BAG-STATUS.


           SELECT STBY-FILE ASSIGN TO STBYLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-STBY-STATUS.

           SELECT TIERBEN-FILE ASSIGN TO TIERBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TB-TIER
               FILE STATUS IS WS-TBN-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 AU-TIME               PIC X(6).
           05 AU-PROGRAM            PIC X(4).
           05 AU-USER               PIC X(8).
           05 AU-SEQ                PIC 9(9).
           05 AU-CHECK              PIC 9(9).

      *   Audit trail control row - the number and check value of
      *   the last AUDTFIL entry written, online or batch.
       FD  AUDCTL-FILE.
       01  WS-AUDCTL-REC.
           05 AD-KEY                PIC X(8).
           05 AD-LAST-SEQ           PIC 9(9).
           05 AD-LAST-CHECK         PIC 9(9).
           05 AD-UPD-DATE           PIC X(8).
           05 AD-UPD-TIME           PIC X(6).

      *   Flight/date access path into PNRDATA - one record per
      *   booking leg, maintained by BOOK and rebuilt nightly by
               88 LY-ST-ACTIVE      VALUE 'A'.
               88 LY-ST-CLOSED      VALUE 'C'.

      *   Loyalty tier benefits - the upgrade rank per tier.
       FD  TIERBEN-FILE.
       01  WS-TIERBEN-REC.
           05 TB-TIER               PIC X.
           05 TB-NAME               PIC X(8).
           05 TB-FREE-BAGS          PIC 9.
           05 TB-EXTRA-KG           PIC 9(2).
           05 TB-PRI-BOARD          PIC X.
               88 TB-PRIORITY-BOARDING VALUE 'Y'.
           05 TB-BP-MARKER          PIC X(10).
           05 TB-UPG-RANK           PIC 9.

      *   PNR extension record - where the booked class lives,
      *   the 892-byte PNRDATA layout being frozen.
       FD  XTND-FILE.
           05 XD-PET-TYPE           PIC X(1).
           05 XD-PET-WT             PIC 9(3).
           05 XD-UPG-AMT            PIC 9(5)V99.
           05 XD-UPG-DATE           PIC X(8).
           05 XD-UPG-DAY-AMT        PIC 9(5)V99.
           05 XD-AGENCY             PIC X(8).
           05 XD-ASSIST-TYPE        PIC X(4).
           05 XD-NONREV             PIC X(1).
               88 XD-NR-DEADHEAD    VALUE 'D'.
               88 XD-NR-STAFF       VALUE 'S'.
           05 FILLER                PIC X(126).

      *   Class inventory bucket - a waitlisted booking cleared
      *   here draws its party out of the class it was sold in,
               10 CL-CLASS           PIC X(1).
           05 CL-SEATS               PIC 9(3).

      *   Denied-boarding register - one record per booking bumped
      *   off a flight, holding what the compensation is worked
      *   out from (the fare, and when the journey was due in) and,
      *   once DBPY has paid it, how much went out and how.
       FD  DBCOMP-FILE.
       01  WS-DBCOMP-REC.
           05 DB-KEY.
               10 DB-PNR             PIC X(6).
               10 DB-FLIGHT          PIC X(6).
               10 DB-DATE            PIC X(8).
           05 DB-LEG                 PIC X.
               88 DB-LEG-OUT         VALUE 'O'.
               88 DB-LEG-RET         VALUE 'R'.
           05 DB-SCHED-ARR           PIC X(4).
           05 DB-FARE-AMT            PIC 9(7)V99.
           05 DB-TRIPTYPE            PIC X.
           05 DB-SEATED              PIC 9(2).
           05 DB-CURR                PIC X(3).
           05 DB-BUMP-DATE           PIC X(8).
           05 DB-BUMP-TIME           PIC X(6).
           05 DB-BUMP-PGM            PIC X(4).
           05 DB-STATUS              PIC X.
               88 DB-ST-OPEN         VALUE 'O'.
               88 DB-ST-PAID         VALUE 'P'.
               88 DB-ST-NONE-DUE     VALUE 'N'.
           05 DB-PAY-METHOD          PIC X.
               88 DB-PAID-VOUCHER    VALUE 'V'.
               88 DB-PAID-CASH       VALUE 'C'.
           05 DB-AMOUNT              PIC 9(7)V99.
           05 DB-VOUCHER             PIC X(10).
           05 DB-NEW-FLT             PIC X(6).
           05 DB-NEW-DATE            PIC X(8).
           05 DB-NEW-ARR             PIC X(4).
           05 DB-LATE-MINS           PIC 9(5).
           05 DB-PAID-DATE           PIC X(8).
           05 DB-PAID-TIME           PIC X(6).
           05 DB-PAID-USER           PIC X(8).

       FD  CLOSEOUT-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
           05 BG-WEIGHT             PIC 9(3).


      *   Staff standby list - one record per traveller listed
      *   on a flight/date under an employee (sequence 0-9 for
      *   the employee and family), priority and seniority taken
      *   from EMPMST when listed. Status L listed, C cleared
      *   (the PNR made for it alongside), X cancelled by STBY,
      *   R rolled to SB-NEXT-DATE, N not cleared and no flight
      *   to roll to.
       FD  STBY-FILE.
       01  WS-STBY-REC.
           05 SB-KEY.
               10 SB-FLTNUM         PIC X(5).
               10 SB-DATE           PIC X(8).
               10 SB-EMP-ID         PIC X(6).
               10 SB-SEQ            PIC 9(1).
           05 SB-SURNAME            PIC X(16).
           05 SB-NAME               PIC X(18).
           05 SB-PRIORITY           PIC X(1).
           05 SB-SENIORITY          PIC X(8).
           05 SB-STATUS             PIC X(1).
               88 SB-ST-LISTED      VALUE 'L'.
               88 SB-ST-CLEARED     VALUE 'C'.
               88 SB-ST-CANCELLED   VALUE 'X'.
               88 SB-ST-ROLLED      VALUE 'R'.
               88 SB-ST-NOT-CLEARED VALUE 'N'.
           05 SB-LIST-DATE          PIC X(8).
           05 SB-LIST-TIME          PIC X(6).
           05 SB-USER               PIC X(8).
           05 SB-CHARGE             PIC 9(3)V99.
           05 SB-AUTH-CODE          PIC X(4).
           05 SB-PNR                PIC X(6).
           05 SB-FIRST-DATE         PIC X(8).
           05 SB-NEXT-DATE          PIC X(8).
           05 FILLER                PIC X(3).

      *   Run-control record - the job checks and stamps it so a
      *   duplicate same-day run is refused and a missed window
      *   shows up on the RUNCHK morning report.
           05 RC-LAST-TIME          PIC X(6).
           05 RC-STATUS             PIC X.

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

       01 WS-ADC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ADC-OK              VALUE '00'.
       01 WS-ADC-FOUND               PIC X VALUE 'N'.
       01 WS-SEAL-YYMMDD             PIC 9(6) VALUE 0.
       01 WS-SEAL-CLOCK              PIC 9(8) VALUE 0.

      * Parameter area for the shared AUDSEAL check routine.
       01 WS-AUDSEAL-PARM.
           05 AH-PREV-CHECK           PIC 9(9).
           05 AH-RECORD               PIC X(52).
           05 AH-CHECK                PIC 9(9).

       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.
       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.
           88 WS-PNR-EOF             VALUE '10'.
           88 WS-PNR-NOTFND          VALUE '23'.

       01 WS-JRNL-STATUS             PIC X(2) VALUE SPACES.
       01 WS-JRNL-ACTION             PIC X VALUE SPACE.
       01 WS-JRNL-YYMMDD             PIC X(6) VALUE SPACES.
       01 WS-JRNL-CLOCK              PIC X(8) VALUE SPACES.

       01 WS-FLSR-STATUS             PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK             VALUE '00'.
       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
           88 WS-XTND-OK             VALUE '00'.

       01 WS-DBC-STATUS              PIC X(2) VALUE SPACES.
           88 WS-DBC-OK              VALUE '00'.

       01 WS-CLS-STATUS              PIC X(2) VALUE SPACES.
           88 WS-CLS-OK              VALUE '00'.

       01 WS-OLD-CLASS               PIC X VALUE 'Y'.

       01 WS-TBN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-TBN-OK              VALUE '00'.

      * Complimentary upgrade candidates - members checked in on
      * the flight, kept in upgrade rank then mileage order, and
      * the forward-cabin seats still open to put them in.
       01 WS-UP-COUNT                 PIC 9(3) VALUE 0.
       01 WS-UP-TABLE.
           05 WS-UP-ENTRY OCCURS 100 TIMES.
               10 UP-PNR               PIC X(6).
               10 UP-NAME              PIC X(18).
               10 UP-FF-NUMBER         PIC X(10).
               10 UP-TIER              PIC X.
               10 UP-RANK              PIC 9.
               10 UP-MILES             PIC 9(7).
       01 WS-UP-SWAP                  PIC X(43).
       01 WS-UP-IX                    PIC 9(3) VALUE 0.
       01 WS-UP-JX                    PIC 9(3) VALUE 0.
       01 WS-UP-JX1                   PIC 9(3) VALUE 0.
       01 WS-UP-KEEP                  PIC 9(3) VALUE 0.
       01 WS-FWD-B-SEATS              PIC 9(3) VALUE 0.
       01 WS-FWD-F-SEATS              PIC 9(3) VALUE 0.
       01 WS-UPG-OFFERED-COUNT        PIC 9(5) VALUE 0.

      * Lap infants take no seat - clearance and the bucket draw
      * run on the party's seated heads.
       01 WS-PR-SEATED               PIC 9(2) VALUE 0.
       01 WS-AUD-EOF-SW               PIC X VALUE 'N'.
           88 WS-AUD-DONE             VALUE 'Y'.

      * Staff standby for the flight, cleared after the revenue
      * waitlist in priority, seniority and listing order.
       01 WS-STBY-STATUS             PIC X(2) VALUE SPACES.
           88 WS-STBY-OK             VALUE '00'.
       01 WS-SB-EOF-SW                PIC X VALUE 'N'.
           88 WS-SB-DONE              VALUE 'Y'.
       01 WS-SB-COUNT                 PIC 9(3) VALUE 0.
       01 WS-SB-TABLE.
           05 WS-SB-ENTRY OCCURS 100 TIMES.
               10 SBT-KEY              PIC X(20).
               10 SBT-PRIORITY         PIC X(1).
               10 SBT-SENIORITY        PIC X(8).
               10 SBT-LIST-STAMP       PIC X(14).
       01 WS-SB-IX                    PIC 9(3) VALUE 0.
       01 WS-SB-JX                    PIC 9(3) VALUE 0.
       01 WS-SB-JX1                   PIC 9(3) VALUE 0.
       01 WS-SB-SWAP                  PIC X(43).
       01 WS-SB-CLEARED-COUNT         PIC 9(5) VALUE 0.
       01 WS-SB-UNCLEARED-COUNT       PIC 9(5) VALUE 0.

      * The closing flight's own schedule details, kept aside -
      * looking for a standby roll-over date reads other days
      * of the flight into the FLSRFIL record area.
       01 WS-FLT-ORIG                 PIC X(3) VALUE SPACES.
       01 WS-FLT-DEST                 PIC X(3) VALUE SPACES.
       01 WS-FLT-DEPTIME              PIC X(4) VALUE SPACES.
       01 WS-FLT-ARRTIME              PIC X(4) VALUE SPACES.

      * Roll-over search - the same flight number, a day at a
      * time, up to a week out.
       01 WS-ROLL-DATE                PIC X(8) VALUE SPACES.
       01 WS-ROLL-NUM                 PIC 9(8) VALUE 0.
       01 WS-ROLL-INT                 PIC 9(7) VALUE 0.
       01 WS-ROLL-DAYS                PIC 9(1) VALUE 0.
       01 WS-ROLL-LOOKED              PIC X VALUE 'N'.
       01 WS-ROLL-FOUND               PIC X VALUE 'N'.
       01 WS-ROLL-SEQ                 PIC 9(2) VALUE 0.
       01 WS-ROLL-WRITTEN             PIC X VALUE 'N'.
       01 WS-STBY-HOLD                PIC X(120).

      * PNR number generation for a cleared staff traveller -
      * BOOK's base-36 scheme, seeded off the clock and the
      * count cleared so far.
       01 WS-PNR-RETRY                PIC 9(3) VALUE 0.
       01 WS-PNR-FREE                 PIC X VALUE 'N'.
       01 WS-PNR-CHARS                PIC X(36)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01 WS-PNR-CHAR-TAB REDEFINES WS-PNR-CHARS.
           05 WS-PNR-CHAR             OCCURS 36 TIMES PIC X.
       01 WS-PNR-SEED                 PIC 9(15) COMP-3 VALUE 0.
       01 WS-PNR-CHAR-IX              PIC 9(2) VALUE 0.
       01 WS-PNR-POS                  PIC 9 VALUE 0.
       01 WS-PNR-DAY                  PIC 9(6) VALUE 0.
       01 WS-PNR-CLOCK                PIC 9(8) VALUE 0.
       01 WS-NEW-PNR                  PIC X(6) VALUE SPACES.
       01 WS-NAME-IX                  PIC 9(2) VALUE 0.

       01 WS-SEATS-REM                PIC 9(3) VALUE 0.
       01 WS-SEATS-CHANGED            PIC X VALUE 'N'.
       01 WS-AUDIT-OLD-STATUS         PIC X VALUE SPACE.
               VALUE 'BAGS TO OFFLOAD:       '.
           05 TL-OFFLOADED             PIC ZZZZ9.

       01 WS-STBY-HEADING.
           05 FILLER                  PIC X(40)
               VALUE 'STAFF STANDBY (PRIORITY / SENIORITY)'.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'STAFF CLEARED:         '.
           05 TL-SB-CLEARED            PIC ZZZZ9.

       01 WS-TOTAL-LINE-5.
           05 FILLER                  PIC X(24)
               VALUE 'STAFF NOT CLEARED:     '.
           05 TL-SB-UNCLEARED         PIC ZZZZ9.

       01 WS-UPG-HEADING.
           05 FILLER                  PIC X(40)
               VALUE 'COMPLIMENTARY UPGRADES - FORWARD CABIN'.
           05 FILLER                  PIC X(4) VALUE ' B: '.
           05 HD-FWD-B                PIC ZZ9.
           05 FILLER                  PIC X(5) VALUE '  F: '.
           05 HD-FWD-F                PIC ZZ9.

       01 WS-TOTAL-LINE-6.
           05 FILLER                  PIC X(24)
               VALUE 'UPGRADES OFFERED:      '.
           05 TL-UPG-OFFERED          PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 2000-PROCESS-PNR-RECORDS UNTIL WS-EOF
           PERFORM 2500-RANK-WAITLIST
           PERFORM 3500-WORK-WAITLIST
           PERFORM 3700-WORK-STAFF-STANDBY
           PERFORM 4500-LIST-COMP-UPGRADES
           PERFORM 5800-START-BAG-PASS
           PERFORM 6000-OFFLOAD-BAGS UNTIL WS-BAG-DONE
           PERFORM 9000-FINALIZE-RUN
           PERFORM 1050-CHECK-RUN-CONTROL

           OPEN I-O PNR-FILE
           OPEN EXTEND JRNL-FILE
           OPEN I-O FLSR-FILE
           OPEN I-O XREF-FILE
           OPEN INPUT LOYALTY-FILE
           OPEN I-O XTND-FILE
           OPEN I-O CLSINV-FILE
           OPEN OUTPUT CLOSEOUT-RPT
           OPEN EXTEND NOTIFY-OUT
           OPEN I-O DBCOMP-FILE
           OPEN I-O STBY-FILE
           OPEN INPUT TIERBEN-FILE

           PERFORM 3000-GET-SEATS-REMAINING


           IF WS-FLSR-OK
               MOVE WR-SEATS TO WS-SEATS-REM
               MOVE WR-ORIG TO WS-FLT-ORIG
               MOVE WR-DEST TO WS-FLT-DEST
               MOVE WR-DEPTIME TO WS-FLT-DEPTIME
               MOVE WR-ARRTIME TO WS-FLT-ARRTIME
           END-IF.

      * =======================================================
               MOVE PR-PNR TO WS-OFFL-PNR(WS-OX)
           END-IF

      *    A member checked in on this flight is a candidate for
      *    a complimentary upgrade - qualified once the waitlist
      *    and standby have had their seats.
           IF ((PR-OUT-FLT = WS-SEL-FLIGHT
                AND PR-DEPDATE = WS-SEL-DATE
                AND PR-OUT-CKIN-FLAG = 'Y')
               OR (PR-RET-FLT = WS-SEL-FLIGHT
                AND PR-RETDATE = WS-SEL-DATE
                AND PR-RET-CKIN-FLAG = 'Y'))
               AND PR-ST-CONFIRMED
               AND PR-FF-NUMBER NOT = SPACES
               AND PR-GROUP-REF NOT = 'DEADHEAD'
               AND PR-GROUP-REF NOT = 'STAFFSBY'
               AND WS-UP-COUNT < 100
               ADD 1 TO WS-UP-COUNT
               MOVE PR-PNR TO UP-PNR(WS-UP-COUNT)
               MOVE PR-NAME TO UP-NAME(WS-UP-COUNT)
               MOVE PR-FF-NUMBER TO UP-FF-NUMBER(WS-UP-COUNT)
               MOVE SPACE TO UP-TIER(WS-UP-COUNT)
               MOVE 0 TO UP-RANK(WS-UP-COUNT)
               MOVE 0 TO UP-MILES(WS-UP-COUNT)
           END-IF

           PERFORM 8000-READ-XREF.

      * =======================================================
               PERFORM 2800-SORT-WAITLIST
           END-IF

           OPEN EXTEND AUDIT-FILE
           OPEN I-O AUDCTL-FILE.

       2550-READ-AUDIT.
           READ AUDIT-FILE
               END-IF
           END-PERFORM.

      * =======================================================
      *   STAFF STANDBY - AFTER THE REVENUE WAITLIST IS DONE
      * =======================================================
      *    Whatever seats the waitlist left are offered to the
      *    staff listed for the flight, one seat a traveller, in
      *    priority code order (1 first), the earlier seniority
      *    date first within a code, and the earlier listing
      *    after that.
       3700-WORK-STAFF-STANDBY.
           MOVE 0 TO WS-SB-COUNT
           MOVE WS-SEL-FLIGHT(1:5) TO SB-FLTNUM
           MOVE WS-SEL-DATE TO SB-DATE
           MOVE LOW-VALUES TO SB-EMP-ID
           MOVE ZERO TO SB-SEQ
           MOVE 'N' TO WS-SB-EOF-SW
           START STBY-FILE KEY >= SB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SB-EOF-SW
           END-START

           IF NOT WS-SB-DONE
               PERFORM 8600-READ-STBY
           END-IF
           PERFORM 3710-COLLECT-STANDBY UNTIL WS-SB-DONE

           IF WS-SB-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 3720-SORT-STANDBY

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-STBY-HEADING

           PERFORM 3730-RESOLVE-STANDBY
               VARYING WS-SB-IX FROM 1 BY 1
               UNTIL WS-SB-IX > WS-SB-COUNT

           IF WS-ROLL-LOOKED = 'Y'
               PERFORM 3790-REREAD-CLOSING-FLIGHT
           END-IF.

       3710-COLLECT-STANDBY.
           IF SB-ST-LISTED AND WS-SB-COUNT < 100
               ADD 1 TO WS-SB-COUNT
               MOVE SB-KEY TO SBT-KEY(WS-SB-COUNT)
               MOVE SB-PRIORITY TO SBT-PRIORITY(WS-SB-COUNT)
               MOVE SB-SENIORITY TO SBT-SENIORITY(WS-SB-COUNT)
               MOVE SB-LIST-DATE
                   TO SBT-LIST-STAMP(WS-SB-COUNT)(1:8)
               MOVE SB-LIST-TIME
                   TO SBT-LIST-STAMP(WS-SB-COUNT)(9:6)
           END-IF

           PERFORM 8600-READ-STBY.

      *    The same plain bubble sort the waitlist gets.
       3720-SORT-STANDBY.
           IF WS-SB-COUNT > 1
               PERFORM 3722-SORT-STANDBY-PASS
                   VARYING WS-SB-IX FROM 1 BY 1
                   UNTIL WS-SB-IX > WS-SB-COUNT - 1
           END-IF.

       3722-SORT-STANDBY-PASS.
           PERFORM 3724-SORT-STANDBY-PAIR
               VARYING WS-SB-JX FROM 1 BY 1
               UNTIL WS-SB-JX > WS-SB-COUNT - WS-SB-IX.

       3724-SORT-STANDBY-PAIR.
           COMPUTE WS-SB-JX1 = WS-SB-JX + 1
           IF SBT-PRIORITY(WS-SB-JX) > SBT-PRIORITY(WS-SB-JX1)
              OR (SBT-PRIORITY(WS-SB-JX) = SBT-PRIORITY(WS-SB-JX1)
              AND SBT-SENIORITY(WS-SB-JX) >
                  SBT-SENIORITY(WS-SB-JX1))
              OR (SBT-PRIORITY(WS-SB-JX) = SBT-PRIORITY(WS-SB-JX1)
              AND SBT-SENIORITY(WS-SB-JX) =
                  SBT-SENIORITY(WS-SB-JX1)
              AND SBT-LIST-STAMP(WS-SB-JX) >
                  SBT-LIST-STAMP(WS-SB-JX1))
               MOVE WS-SB-ENTRY(WS-SB-JX) TO WS-SB-SWAP
               MOVE WS-SB-ENTRY(WS-SB-JX1) TO WS-SB-ENTRY(WS-SB-JX)
               MOVE WS-SB-SWAP TO WS-SB-ENTRY(WS-SB-JX1)
           END-IF.

       3730-RESOLVE-STANDBY.
           MOVE SBT-KEY(WS-SB-IX) TO SB-KEY
           READ STBY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-STBY-OK OR NOT SB-ST-LISTED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SB-IX TO DT-POS
           MOVE SB-NAME TO DT-NAME
           MOVE SB-SENIORITY TO DT-BOOKED
           MOVE SB-PRIORITY TO DT-TIER

           IF WS-SEATS-REM > 0
               PERFORM 3740-CLEAR-STAFF-TRAVELLER
           ELSE
               PERFORM 3760-ROLL-STAFF-TRAVELLER
           END-IF

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      * =======================================================
      *   CLEAR ONE STAFF TRAVELLER ONTO THE FLIGHT
      * =======================================================
      *    The traveller is at the gate, so the PNR is made
      *    confirmed and checked in; the gate gives the seat on
      *    the boarding pass. Nothing is charged here - the
      *    service charge was taken by STBY at listing.
       3740-CLEAR-STAFF-TRAVELLER.
           PERFORM 3745-GENERATE-PNR
           IF WS-NEW-PNR = SPACES
               PERFORM 3760-ROLL-STAFF-TRAVELLER
               EXIT PARAGRAPH
           END-IF

           PERFORM 3750-BUILD-STAFF-PNR
           WRITE WS-PNR-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NOT WS-PNR-OK
               PERFORM 3760-ROLL-STAFF-TRAVELLER
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-JRNL-ACTION
           PERFORM 7500-JOURNAL-PNR-IMAGE

           MOVE SPACE TO WS-AUDIT-OLD-STATUS
           PERFORM 5000-WRITE-AUDIT-RECORD

           SUBTRACT 1 FROM WS-SEATS-REM
           MOVE 'Y' TO WS-SEATS-CHANGED

           MOVE WS-SEL-FLIGHT TO XR-FLT
           MOVE WS-SEL-DATE TO XR-DATE
           MOVE PR-PNR TO XR-PNR
           WRITE WS-XREF-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE SPACES TO WS-XTND-REC
           MOVE PR-PNR TO XD-PNR
           MOVE 'Y' TO XD-CLASS
           MOVE 'N' TO XD-ALOT
           MOVE ZERO TO XD-TAX-AMT
           MOVE ZERO TO XD-DISC-AMT
           MOVE ZERO TO XD-PET-WT
           MOVE ZERO TO XD-UPG-AMT
           MOVE ZERO TO XD-UPG-DAY-AMT
           MOVE 'S' TO XD-NONREV
           WRITE WS-XTND-REC
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE 1 TO WS-PR-SEATED
           PERFORM 4150-DRAW-CLASS-BUCKET

           MOVE 'C' TO SB-STATUS
           MOVE PR-PNR TO SB-PNR
           REWRITE WS-STBY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE PR-PNR TO DT-PNR
           MOVE 'STAFF STANDBY CLEARED' TO DT-RESULT
           ADD 1 TO WS-SB-CLEARED-COUNT.

       3745-GENERATE-PNR.
           MOVE SPACES TO WS-NEW-PNR
           MOVE 0 TO WS-PNR-RETRY
           MOVE 'N' TO WS-PNR-FREE
           PERFORM 3746-TRY-PNR-NUMBER
               UNTIL WS-PNR-FREE = 'Y' OR WS-PNR-RETRY > 99
           IF WS-PNR-FREE NOT = 'Y'
               MOVE SPACES TO WS-NEW-PNR
           END-IF.

       3746-TRY-PNR-NUMBER.
           ACCEPT WS-PNR-DAY FROM DATE
           ACCEPT WS-PNR-CLOCK FROM TIME
           COMPUTE WS-PNR-SEED = WS-PNR-DAY * 100000000
               + WS-PNR-CLOCK
               + WS-SB-IX * 7919
               + WS-PNR-RETRY
           PERFORM 3747-NEXT-PNR-CHAR
               VARYING WS-PNR-POS FROM 1 BY 1
               UNTIL WS-PNR-POS > 6

           MOVE WS-NEW-PNR TO PR-PNR
           READ PNR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PNR-NOTFND
               MOVE 'Y' TO WS-PNR-FREE
           ELSE
               ADD 1 TO WS-PNR-RETRY
           END-IF.

       3747-NEXT-PNR-CHAR.
           DIVIDE WS-PNR-SEED BY 36 GIVING WS-PNR-SEED
               REMAINDER WS-PNR-CHAR-IX
           ADD 1 TO WS-PNR-CHAR-IX
           MOVE WS-PNR-CHAR(WS-PNR-CHAR-IX)
               TO WS-NEW-PNR(WS-PNR-POS:1).

       3750-BUILD-STAFF-PNR.
           MOVE SPACES TO WS-PNR-REC
           MOVE WS-NEW-PNR TO PR-PNR
           MOVE 'C' TO PR-STATUS
           MOVE SB-SURNAME TO PR-LAST-NAME
           MOVE SB-NAME TO PR-NAME
           MOVE WS-FLT-ORIG TO PR-ORIG
           MOVE WS-FLT-DEST TO PR-DEST
           MOVE WS-SEL-DATE TO PR-DEPDATE
           MOVE 'O' TO PR-TRIPTYPE
           MOVE WS-SEL-FLIGHT TO PR-OUT-FLT
           MOVE WS-FLT-DEPTIME TO PR-OUT-DEP
           MOVE WS-FLT-ARRTIME TO PR-OUT-ARR
           MOVE 1 TO PR-NUMP
           PERFORM 3752-CLEAR-ONE-PASSENGER
               VARYING WS-NAME-IX FROM 1 BY 1
               UNTIL WS-NAME-IX > 9
           MOVE SB-NAME TO PR-PSGR-NAME(1)
           MOVE 'A' TO PR-PSGR-TYPE(1)
           MOVE 'STAFFSBY' TO PR-GROUP-REF
           MOVE 'N' TO PR-ASSIST
           MOVE ZERO TO PR-FARE-AMT
           MOVE ZERO TO PR-BAG-FEE
           MOVE 'Y' TO PR-OUT-CKIN-FLAG
           MOVE WS-CURR-DATE TO PR-OUT-CKIN-DATE
           MOVE WS-CURR-TIME TO PR-OUT-CKIN-TIME
           STRING 'STAFF STANDBY EMP ' SB-EMP-ID
                  ' PRIORITY ' SB-PRIORITY
               DELIMITED BY SIZE INTO PR-REMARKS
           END-STRING.

       3752-CLEAR-ONE-PASSENGER.
           MOVE ZERO TO PR-PSGR-OUT-SEAT-IX(WS-NAME-IX)
           MOVE ZERO TO PR-PSGR-RET-SEAT-IX(WS-NAME-IX)
           MOVE ZERO TO PR-PSGR-BRD-SEQ(WS-NAME-IX).

      * =======================================================
      *   ROLL AN UNCLEARED STAFF TRAVELLER TO THE NEXT FLIGHT
      * =======================================================
      *    The listing is copied to the flight number's next
      *    operating day inside a week - keeping its priority,
      *    seniority, listing time and charge - and this one is
      *    marked rolled. The same sequence is kept where it is
      *    free on the new day, otherwise the first free one.
       3760-ROLL-STAFF-TRAVELLER.
           PERFORM 3770-FIND-NEXT-OPERATING-DAY
           IF WS-ROLL-FOUND NOT = 'Y'
               MOVE 'N' TO SB-STATUS
               REWRITE WS-STBY-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'NOT CLEARED - NO FLIGHT' TO DT-RESULT
               ADD 1 TO WS-SB-UNCLEARED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-STBY-REC TO WS-STBY-HOLD
           MOVE WS-ROLL-DATE TO SB-DATE
           MOVE 'L' TO SB-STATUS
           MOVE SPACES TO SB-PNR
           MOVE SPACES TO SB-NEXT-DATE
           MOVE 'N' TO WS-ROLL-WRITTEN
           WRITE WS-STBY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-STBY-OK
               MOVE 'Y' TO WS-ROLL-WRITTEN
           ELSE
               PERFORM 3780-TRY-ROLL-SEQUENCE
                   VARYING WS-ROLL-SEQ FROM 0 BY 1
                   UNTIL WS-ROLL-SEQ > 9 OR WS-ROLL-WRITTEN = 'Y'
           END-IF

           MOVE WS-STBY-HOLD TO WS-STBY-REC
           IF WS-ROLL-WRITTEN = 'Y'
               MOVE 'R' TO SB-STATUS
               MOVE WS-ROLL-DATE TO SB-NEXT-DATE
               STRING 'ROLLED TO ' WS-ROLL-DATE
                   DELIMITED BY SIZE INTO DT-RESULT
               END-STRING
           ELSE
               MOVE 'N' TO SB-STATUS
               MOVE 'NOT CLEARED - LIST FULL' TO DT-RESULT
           END-IF
           REWRITE WS-STBY-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-SB-UNCLEARED-COUNT.

      *    One lookup serves every traveller rolled this run.
       3770-FIND-NEXT-OPERATING-DAY.
           IF WS-ROLL-LOOKED = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ROLL-LOOKED
           MOVE 'N' TO WS-ROLL-FOUND
           IF WS-SEL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEL-DATE TO WS-ROLL-NUM
           COMPUTE WS-ROLL-INT =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-NUM)
           PERFORM 3775-TRY-ROLL-DAY
               VARYING WS-ROLL-DAYS FROM 1 BY 1
               UNTIL WS-ROLL-DAYS > 7 OR WS-ROLL-FOUND = 'Y'.

       3775-TRY-ROLL-DAY.
           COMPUTE WS-ROLL-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ROLL-INT + WS-ROLL-DAYS)
           MOVE WS-ROLL-NUM TO WS-ROLL-DATE
           MOVE WS-SEL-FLIGHT(1:5) TO WR-FLTNUM
           MOVE WS-ROLL-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FLSR-OK AND NOT WR-ST-CANCELLED
               MOVE 'Y' TO WS-ROLL-FOUND
           END-IF.

       3780-TRY-ROLL-SEQUENCE.
           MOVE WS-ROLL-SEQ TO SB-SEQ
           WRITE WS-STBY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-STBY-OK
               MOVE 'Y' TO WS-ROLL-WRITTEN
           END-IF.

      *    The roll-over search read other days of the flight -
      *    the closing day's record goes back in the record area
      *    before closeout rewrites its seats remaining.
       3790-REREAD-CLOSING-FLIGHT.
           MOVE WS-SEL-FLIGHT(1:5) TO WR-FLTNUM
           MOVE WS-SEL-DATE TO WR-DATE
           READ FLSR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      * =======================================================
      *      CLEAR A WAITLISTED PNR OR DENY IT BOARDING
      * =======================================================
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PNR-OK
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF

           SUBTRACT WS-PR-SEATED FROM WS-SEATS-REM
           MOVE 'Y' TO WS-SEATS-CHANGED
               END-REWRITE
           END-IF.

      * =======================================================
      *   COMPLIMENTARY UPGRADE LIST FOR ELITE MEMBERS
      * =======================================================
      *    Only when business or first still has empty seats.
      *    A candidate stays on the list if booked in economy,
      *    open on LOYFIL, and the tier's TIERBEN row gives an
      *    upgrade rank; the list is then ranked and the seats
      *    handed out down it, business before first.
       4500-LIST-COMP-UPGRADES.
           MOVE 'B' TO CL-CLASS
           PERFORM 4510-READ-FORWARD-BUCKET
           MOVE WS-UP-KEEP TO WS-FWD-B-SEATS
           MOVE 'F' TO CL-CLASS
           PERFORM 4510-READ-FORWARD-BUCKET
           MOVE WS-UP-KEEP TO WS-FWD-F-SEATS

           IF WS-FWD-B-SEATS + WS-FWD-F-SEATS = 0
              OR WS-UP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UP-KEEP
           PERFORM 4520-QUALIFY-UPGRADE
               VARYING WS-UP-IX FROM 1 BY 1
               UNTIL WS-UP-IX > WS-UP-COUNT
           MOVE WS-UP-KEEP TO WS-UP-COUNT

           IF WS-UP-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-UP-COUNT > 1
               PERFORM 4530-SORT-UPGRADE-PASS
                   VARYING WS-UP-IX FROM 1 BY 1
                   UNTIL WS-UP-IX > WS-UP-COUNT - 1
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-FWD-B-SEATS TO HD-FWD-B
           MOVE WS-FWD-F-SEATS TO HD-FWD-F
           WRITE WS-RPT-LINE FROM WS-UPG-HEADING

           PERFORM 4550-PRINT-UPGRADE
               VARYING WS-UP-IX FROM 1 BY 1
               UNTIL WS-UP-IX > WS-UP-COUNT.

      *    Seats left in one forward class, zero with no bucket.
       4510-READ-FORWARD-BUCKET.
           MOVE 0 TO WS-UP-KEEP
           MOVE WS-SEL-FLIGHT(1:5) TO CL-FLTNUM
           MOVE WS-SEL-DATE TO CL-DATE
           READ CLSINV-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CLS-OK
               MOVE CL-SEATS TO WS-UP-KEEP
           END-IF.

      *    Qualifying candidates are packed to the front of the
      *    table as they are found.
       4520-QUALIFY-UPGRADE.
           MOVE UP-PNR(WS-UP-IX) TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK
              AND (XD-CLASS = 'F' OR XD-CLASS = 'B')
               EXIT PARAGRAPH
           END-IF

           MOVE UP-FF-NUMBER(WS-UP-IX) TO LY-FF-NUMBER
           READ LOYALTY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-LOY-OK OR LY-ST-CLOSED
               EXIT PARAGRAPH
           END-IF

           MOVE LY-TIER TO TB-TIER
           READ TIERBEN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-TBN-OK OR TB-UPG-RANK = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UP-KEEP
           MOVE WS-UP-ENTRY(WS-UP-IX) TO WS-UP-ENTRY(WS-UP-KEEP)
           MOVE LY-TIER TO UP-TIER(WS-UP-KEEP)
           MOVE TB-UPG-RANK TO UP-RANK(WS-UP-KEEP)
           MOVE LY-MILES TO UP-MILES(WS-UP-KEEP).

       4530-SORT-UPGRADE-PASS.
           PERFORM 4540-SORT-UPGRADE-PAIR
               VARYING WS-UP-JX FROM 1 BY 1
               UNTIL WS-UP-JX > WS-UP-COUNT - WS-UP-IX.

       4540-SORT-UPGRADE-PAIR.
           COMPUTE WS-UP-JX1 = WS-UP-JX + 1
           IF UP-RANK(WS-UP-JX) > UP-RANK(WS-UP-JX1)
              OR (UP-RANK(WS-UP-JX) = UP-RANK(WS-UP-JX1)
              AND UP-MILES(WS-UP-JX) < UP-MILES(WS-UP-JX1))
               MOVE WS-UP-ENTRY(WS-UP-JX) TO WS-UP-SWAP
               MOVE WS-UP-ENTRY(WS-UP-JX1) TO WS-UP-ENTRY(WS-UP-JX)
               MOVE WS-UP-SWAP TO WS-UP-ENTRY(WS-UP-JX1)
           END-IF.

       4550-PRINT-UPGRADE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-UP-IX TO DT-POS
           MOVE UP-PNR(WS-UP-IX) TO DT-PNR
           MOVE UP-NAME(WS-UP-IX) TO DT-NAME
           MOVE UP-FF-NUMBER(WS-UP-IX) TO DT-BOOKED
           MOVE UP-TIER(WS-UP-IX) TO DT-TIER
           EVALUATE TRUE
               WHEN WS-FWD-B-SEATS > 0
                   MOVE 'UPGRADE TO BUSINESS' TO DT-RESULT
                   SUBTRACT 1 FROM WS-FWD-B-SEATS
                   ADD 1 TO WS-UPG-OFFERED-COUNT
               WHEN WS-FWD-F-SEATS > 0
                   MOVE 'UPGRADE TO FIRST' TO DT-RESULT
                   SUBTRACT 1 FROM WS-FWD-F-SEATS
                   ADD 1 TO WS-UPG-OFFERED-COUNT
               WHEN OTHER
                   MOVE 'NEXT IF A SEAT OPENS' TO DT-RESULT
           END-EVALUATE
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

       4200-DENY-BOARDING.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-WL-IX TO DT-POS
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-PNR-OK
               MOVE 'C' TO WS-JRNL-ACTION
               PERFORM 7500-JOURNAL-PNR-IMAGE
           END-IF

           PERFORM 5000-WRITE-AUDIT-RECORD
           PERFORM 5500-REGISTER-DENIED-BOARDING

           MOVE 'DENIED BOARDING - BUMPED' TO DT-RESULT
           ADD 1 TO WS-BUMPED-COUNT
           MOVE PR-PNR TO AU-PNR
           MOVE WS-AUDIT-OLD-STATUS TO AU-OLD-STATUS
           MOVE PR-STATUS TO AU-NEW-STATUS
           MOVE 'GTCL' TO AU-PROGRAM
           MOVE 'BATCH' TO AU-USER

           PERFORM 5050-SEAL-AUDIT-RECORD
           WRITE WS-AUDIT-REC
           PERFORM 5060-ADVANCE-AUDIT-CONTROL.

      * =======================================================
      *   NUMBER, STAMP AND SEAL THE AUDIT ENTRY
      * =======================================================
      *    AUDCTL holds the last entry written, online or batch.
      *    The entry takes the next number, the time it is
      *    written - so the trail's times run in the order of
      *    its numbers - and a check value chained from the last
      *    entry's through AUDSEAL, the routine AUDWRT uses.
       5050-SEAL-AUDIT-RECORD.
           ACCEPT WS-SEAL-YYMMDD FROM DATE
           ACCEPT WS-SEAL-CLOCK FROM TIME
           MOVE '20' TO AU-DATE(1:2)
           MOVE WS-SEAL-YYMMDD TO AU-DATE(3:6)
           MOVE WS-SEAL-CLOCK(1:6) TO AU-TIME

           MOVE 'AUDTFIL' TO AD-KEY
           MOVE 'N' TO WS-ADC-FOUND
           READ AUDCTL-FILE
               INVALID KEY
                   MOVE 'AUDTFIL' TO AD-KEY
                   MOVE 0 TO AD-LAST-SEQ
                   MOVE 0 TO AD-LAST-CHECK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADC-FOUND
           END-READ

           COMPUTE AU-SEQ = AD-LAST-SEQ + 1
           MOVE AD-LAST-CHECK TO AH-PREV-CHECK
           MOVE WS-AUDIT-REC TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           MOVE AH-CHECK TO AU-CHECK.

       5060-ADVANCE-AUDIT-CONTROL.
           MOVE AU-SEQ TO AD-LAST-SEQ
           MOVE AU-CHECK TO AD-LAST-CHECK
           MOVE AU-DATE TO AD-UPD-DATE
           MOVE AU-TIME TO AD-UPD-TIME
           IF WS-ADC-FOUND = 'Y'
               REWRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-AUDCTL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * =======================================================
      *   ENTER THE BUMP ON THE DENIED-BOARDING REGISTER
      * =======================================================
      *    The register keeps the booking as it stood when it was
      *    denied - the leg, when that journey was due in, the fare
      *    and the seated heads - because the rebooking rewrites the
      *    PNR. A booking already registered for this flight keeps
      *    its first record.
       5500-REGISTER-DENIED-BOARDING.
           MOVE SPACES TO WS-DBCOMP-REC
           MOVE PR-PNR TO DB-PNR
           MOVE WS-SEL-FLIGHT TO DB-FLIGHT
           MOVE WS-SEL-DATE TO DB-DATE
           IF PR-RET-FLT = WS-SEL-FLIGHT
              AND PR-RETDATE = WS-SEL-DATE
               MOVE 'R' TO DB-LEG
               MOVE PR-RET-ARR TO DB-SCHED-ARR
           ELSE
               MOVE 'O' TO DB-LEG
               IF PR-OUT-FLT2 NOT = SPACES
                   MOVE PR-OUT-ARR2 TO DB-SCHED-ARR
               ELSE
                   MOVE PR-OUT-ARR TO DB-SCHED-ARR
               END-IF
           END-IF
           MOVE PR-FARE-AMT TO DB-FARE-AMT
           MOVE PR-TRIPTYPE TO DB-TRIPTYPE
           MOVE WS-PR-SEATED TO DB-SEATED

           MOVE PR-PNR TO XD-PNR
           READ XTND-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-XTND-OK
               MOVE XD-CURR TO DB-CURR
           END-IF

           MOVE WS-CURR-DATE TO DB-BUMP-DATE
           MOVE WS-CURR-TIME TO DB-BUMP-TIME
           MOVE 'GTCL' TO DB-BUMP-PGM
           MOVE 'O' TO DB-STATUS
           MOVE ZERO TO DB-AMOUNT
           MOVE ZERO TO DB-LATE-MINS

           WRITE WS-DBCOMP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * =======================================================
      *      WRITE ONE NOTIFICATION FEED RECORD FOR SCNOTIFY
                   MOVE 'Y' TO WS-OFFL-MATCH-SW
           END-SEARCH.

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
           MOVE 'GTCLSE' TO JR-PROGRAM
           MOVE WS-JRNL-ACTION TO JR-ACTION
           MOVE PR-PNR TO JR-PNR
           MOVE WS-PNR-REC TO JR-IMAGE

           WRITE WS-JRNL-REC.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-BUMPED-COUNT TO TL-BUMPED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-SB-CLEARED-COUNT TO TL-SB-CLEARED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4
           MOVE WS-SB-UNCLEARED-COUNT TO TL-SB-UNCLEARED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-5
           MOVE WS-OFFLOADED-COUNT TO TL-OFFLOADED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-UPG-OFFERED-COUNT TO TL-UPG-OFFERED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-6

           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE FLSR-FILE
           CLOSE XREF-FILE
           CLOSE AUDIT-FILE
           CLOSE AUDCTL-FILE
           CLOSE CLOSEOUT-RPT
           CLOSE NOTIFY-OUT
           CLOSE LOYALTY-FILE
           CLOSE XTND-FILE
           CLOSE CLSINV-FILE
           CLOSE BAG-FILE
           CLOSE DBCOMP-FILE
           CLOSE STBY-FILE
           CLOSE TIERBEN-FILE.

       8000-READ-XREF.
           READ XREF-FILE NEXT RECORD
               END-IF
           END-IF.

       8600-READ-STBY.
           READ STBY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SB-EOF-SW
           END-READ
           IF NOT WS-SB-DONE
               IF SB-FLTNUM NOT = WS-SEL-FLIGHT(1:5)
                  OR SB-DATE NOT = WS-SEL-DATE
                   MOVE 'Y' TO WS-SB-EOF-SW
               END-IF
           END-IF.

       8500-READ-BAG.
           READ BAG-FILE NEXT RECORD
               AT END
