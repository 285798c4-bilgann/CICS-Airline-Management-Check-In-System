       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPNITE.

      * =======================================================
      *   GROUP SALES NIGHTLY - DEPOSITS AND NAMES-DUE RELEASE
      * =======================================================
      *   Nightly pass over GRPBKG, the groups the sales desk
      *   opens on GRPM. For every open group:
      *     - each deposit instalment past its due date and not
      *       paid in full is listed as missed, with what is
      *       still owed, so the desk chases it;
      *     - a group whose names-due date is within PARMFIL
      *       GRPNDAYS days (default 7) is listed with the seats
      *       still without a name, as a reminder;
      *     - on the names-due date the seats still unnamed are
      *       released - the group's ALOTFIL hold on each leg
      *       shrinks to the seats its named PNRs used and the
      *       rest go back on the flight's WR-SEATS, the way
      *       ALEXPR releases an operator's block - and the
      *       group is closed to further naming.
      *   The run stamps RUNCTL so a missed night shows on the
      *   RUNCHK morning report.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-FILE ASSIGN TO GRPBKG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GB-REF
               FILE STATUS IS WS-GRP-STATUS.

           SELECT ALOT-FILE ASSIGN TO ALOTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALOT-STATUS.

           SELECT FLSR-FILE ASSIGN TO FLSRFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WR-KEY = WR-FLTNUM WR-DATE
               FILE STATUS IS WS-FLSR-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NAME
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GROUP-RPT ASSIGN TO GRPNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   Group booking - one per group, keyed by the reference the
      *   named PNRs carry in PR-GROUP-REF.
       FD  GROUP-FILE.
       01  WS-GROUP-REC.
           05 GB-REF                 PIC X(8).
           05 GB-NAME                PIC X(30).
           05 GB-CONTACT             PIC X(30).
           05 GB-OUT-FLT             PIC X(5).
           05 GB-OUT-DATE            PIC X(8).
           05 GB-RET-FLT             PIC X(5).
           05 GB-RET-DATE            PIC X(8).
           05 GB-SEATS               PIC 9(3).
           05 GB-FARE                PIC 9(5)V99.
           05 GB-NAMES-DUE           PIC X(8).
           05 GB-DEPOSIT             OCCURS 3 TIMES.
               10 GB-DEP-DUE         PIC X(8).
               10 GB-DEP-AMT         PIC 9(7)V99.
               10 GB-DEP-PAID        PIC 9(7)V99.
               10 GB-DEP-AUTH        PIC X(4).
               10 GB-DEP-PAID-DATE   PIC X(8).
           05 GB-PAY-METHOD          PIC X(1).
           05 GB-ACCOUNT             PIC X(8).
           05 GB-STATUS              PIC X(1).
               88 GB-ST-OPEN         VALUE 'O'.
               88 GB-ST-RELEASED     VALUE 'R'.
               88 GB-ST-CANCELLED    VALUE 'X'.
           05 GB-RELEASED-SEATS      PIC 9(3).
           05 GB-CREATED-BY          PIC X(8).
           05 GB-CREATED-DATE        PIC X(8).
           05 GB-WARN-DATE           PIC X(8).

       FD  ALOT-FILE.
       01  WS-ALOT-REC.
           05 AL-KEY.
               10 AL-FLTNUM           PIC X(5).
               10 AL-DATE             PIC X(8).
               10 AL-OPER             PIC X(8).
           05 AL-SEATS-HELD           PIC 9(3).
           05 AL-SEATS-USED           PIC 9(3).
           05 AL-RELEASE-DATE         PIC X(8).

       FD  FLSR-FILE.
       01  WS-FLSR-REC.
           05 WR-FLTNUM              PIC X(5).
           05 WR-ORIG                PIC X(3).
           05 WR-DATE                PIC X(8).
           05 WR-DEST                PIC X(3).
           05 WR-DEPTIME              PIC X(4).
           05 WR-STATUS              PIC X(1).
           05 WR-ACFT-TYPE           PIC X(3).
           05 FILLER                 PIC X(4).
           05 WR-ARRTIME             PIC X(4).
           05 WR-SEATS               PIC X(3).

       FD  PARM-FILE.
       01  WS-PARM-REC.
           05 PM-NAME                PIC X(8).
           05 PM-VALUE               PIC X(12).

       FD  GROUP-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

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

       WORKING-STORAGE SECTION.

       01 WS-RUN-STATUS              PIC X(2) VALUE SPACES.
           88 WS-RUN-OK              VALUE '00'.
       01 WS-RUN-FOUND               PIC X VALUE 'N'.
       01 WS-RC-DATE                 PIC X(8) VALUE SPACES.
       01 WS-RC-TIME                 PIC X(6) VALUE SPACES.
       01 WS-RC-TODAY.
           05 WS-RC-YY               PIC 9(2).
           05 WS-RC-MM               PIC 9(2).
           05 WS-RC-DD               PIC 9(2).
       01 WS-RC-TODAY-TIME.
           05 WS-RC-HH               PIC 9(2).
           05 WS-RC-MN               PIC 9(2).
           05 WS-RC-SS               PIC 9(2).
           05 FILLER                 PIC 9(2).

       01 WS-GRP-STATUS               PIC X(2) VALUE SPACES.
           88 WS-GRP-OK               VALUE '00'.
       01 WS-ALOT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-ALOT-OK              VALUE '00'.
       01 WS-FLSR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-FLSR-OK              VALUE '00'.
       01 WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PARM-OK              VALUE '00'.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-WARN-DAYS                PIC 9(3) VALUE 7.
       01 WS-TODAY-NUM                PIC 9(8) VALUE 0.
       01 WS-WARN-NUM                 PIC 9(8) VALUE 0.
       01 WS-WARN-DATE                PIC X(8) VALUE SPACES.

       01 WS-DEP-IX                   PIC 9 VALUE 0.
       01 WS-OWED                     PIC 9(7)V99 VALUE 0.
       01 WS-LEG-FLT                  PIC X(5) VALUE SPACES.
       01 WS-LEG-DATE                 PIC X(8) VALUE SPACES.
       01 WS-UNNAMED                  PIC 9(3) VALUE 0.
       01 WS-SEATS-NUM                PIC 9(3) VALUE 0.
       01 WS-GROUP-CHANGED            PIC X VALUE 'N'.

       01 WS-MISSED-COUNT             PIC 9(5) VALUE 0.
       01 WS-REMIND-COUNT             PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT           PIC 9(5) VALUE 0.
       01 WS-SEATS-RELEASED           PIC 9(5) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(31)
               VALUE 'GROUP SALES NIGHTLY - DAY      '.
           05 HD-DATE                 PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE 'GROUP   NAME                  FLIGHT DAT'.
           05 FILLER                  PIC X(30)
               VALUE 'E     EVENT'.

       01 WS-DETAIL-LINE.
           05 DT-REF                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-NAME                 PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-FLIGHT               PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-EVENT                PIC X(34).

       01 WS-EVENT-MISSED.
           05 FILLER                  PIC X(8) VALUE 'DEPOSIT '.
           05 EV-DEP-NO               PIC 9.
           05 FILLER                  PIC X(8) VALUE ' MISSED '.
           05 EV-DEP-OWED             PIC Z(6)9.99.
           05 FILLER                  PIC X(7) VALUE ' OWED  '.

       01 WS-EVENT-COUNT.
           05 EV-TEXT                 PIC X(20).
           05 EV-SEATS                PIC ZZ9.
           05 FILLER                  PIC X(11) VALUE ' UNNAMED'.

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(22)
               VALUE 'DEPOSITS MISSED:      '.
           05 TL-MISSED               PIC ZZZZ9.
           05 FILLER                  PIC X(22)
               VALUE '   NAMES DUE SOON:    '.
           05 TL-REMIND               PIC ZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(22)
               VALUE 'GROUPS RELEASED:      '.
           05 TL-RELEASED             PIC ZZZZ9.
           05 FILLER                  PIC X(22)
               VALUE '   SEATS RETURNED:    '.
           05 TL-SEATS                PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-GROUPS UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           PERFORM 1050-CHECK-RUN-CONTROL

           PERFORM 1100-LOAD-SYSTEM-PARMS
           MOVE WS-RC-DATE TO WS-TODAY-NUM
           COMPUTE WS-WARN-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-WARN-DAYS)
           MOVE WS-WARN-NUM TO WS-WARN-DATE

           OPEN I-O GROUP-FILE
           OPEN I-O ALOT-FILE
           OPEN I-O FLSR-FILE
           OPEN OUTPUT GROUP-RPT

           MOVE WS-RC-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-GROUP.

      * =======================================================
      *   PICK UP THE REMINDER WINDOW FROM THE PARAMETERS FILE
      *   (DEFAULT KEPT WHEN NO ROW HAS BEEN SET)
      * =======================================================
       1100-LOAD-SYSTEM-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE 'GRPNDAYS' TO PM-NAME
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PM-VALUE NOT = SPACES
                   COMPUTE WS-WARN-DAYS =
                       FUNCTION NUMVAL(PM-VALUE)
               END-IF
               CLOSE PARM-FILE
           END-IF.

      * =======================================================
      *   ONE OPEN GROUP - DEPOSITS, REMINDER, RELEASE
      * =======================================================
       2000-PROCESS-GROUPS.
           IF GB-ST-OPEN
               MOVE 'N' TO WS-GROUP-CHANGED
               PERFORM 2100-CHECK-DEPOSIT
                   VARYING WS-DEP-IX FROM 1 BY 1
                   UNTIL WS-DEP-IX > 3
               IF GB-NAMES-DUE <= WS-RC-DATE
                   PERFORM 2300-RELEASE-GROUP
               ELSE
                   IF GB-NAMES-DUE <= WS-WARN-DATE
                       PERFORM 2200-REMIND-NAMES
                   END-IF
               END-IF
               IF WS-GROUP-CHANGED = 'Y'
                   REWRITE WS-GROUP-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF

           PERFORM 8000-READ-GROUP.

       2100-CHECK-DEPOSIT.
           IF GB-DEP-DUE(WS-DEP-IX) NOT NUMERIC
              OR GB-DEP-DUE(WS-DEP-IX) >= WS-RC-DATE
              OR GB-DEP-PAID(WS-DEP-IX) >= GB-DEP-AMT(WS-DEP-IX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OWED = GB-DEP-AMT(WS-DEP-IX)
                             - GB-DEP-PAID(WS-DEP-IX)
           PERFORM 2900-GROUP-LINE
           MOVE GB-DEP-DUE(WS-DEP-IX) TO DT-DATE
           MOVE WS-DEP-IX TO EV-DEP-NO
           MOVE WS-OWED TO EV-DEP-OWED
           MOVE WS-EVENT-MISSED TO DT-EVENT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE

           MOVE WS-RC-DATE TO GB-WARN-DATE
           MOVE 'Y' TO WS-GROUP-CHANGED
           ADD 1 TO WS-MISSED-COUNT.

       2200-REMIND-NAMES.
           MOVE GB-OUT-FLT TO WS-LEG-FLT
           MOVE GB-OUT-DATE TO WS-LEG-DATE
           PERFORM 2500-READ-HOLD
           IF NOT WS-ALOT-OK OR WS-UNNAMED = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 2900-GROUP-LINE
           MOVE GB-NAMES-DUE TO DT-DATE
           MOVE 'NAMES DUE - SEATS ' TO EV-TEXT
           MOVE WS-UNNAMED TO EV-SEATS
           MOVE WS-EVENT-COUNT TO DT-EVENT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REMIND-COUNT.

      *    The group is closed whatever the holds show - past
      *    the names-due date nothing more is named against it.
       2300-RELEASE-GROUP.
           MOVE 0 TO GB-RELEASED-SEATS
           MOVE GB-OUT-FLT TO WS-LEG-FLT
           MOVE GB-OUT-DATE TO WS-LEG-DATE
           PERFORM 2400-RELEASE-LEG
           MOVE WS-UNNAMED TO GB-RELEASED-SEATS
           IF GB-RET-FLT NOT = SPACES
               MOVE GB-RET-FLT TO WS-LEG-FLT
               MOVE GB-RET-DATE TO WS-LEG-DATE
               PERFORM 2400-RELEASE-LEG
           END-IF

           MOVE 'R' TO GB-STATUS
           MOVE 'Y' TO WS-GROUP-CHANGED
           ADD 1 TO WS-RELEASED-COUNT.

       2400-RELEASE-LEG.
           PERFORM 2500-READ-HOLD
           IF NOT WS-ALOT-OK
               EXIT PARAGRAPH
           END-IF

           MOVE AL-SEATS-USED TO AL-SEATS-HELD
           REWRITE WS-ALOT-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF WS-UNNAMED > 0
               MOVE WS-LEG-FLT TO WR-FLTNUM
               MOVE WS-LEG-DATE TO WR-DATE
               READ FLSR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FLSR-OK
                   MOVE WR-SEATS TO WS-SEATS-NUM
                   ADD WS-UNNAMED TO WS-SEATS-NUM
                   MOVE WS-SEATS-NUM TO WR-SEATS
                   REWRITE WS-FLSR-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF

           PERFORM 2900-GROUP-LINE
           MOVE WS-LEG-FLT TO DT-FLIGHT
           MOVE WS-LEG-DATE TO DT-DATE
           MOVE 'RELEASED - SEATS ' TO EV-TEXT
           MOVE WS-UNNAMED TO EV-SEATS
           MOVE WS-EVENT-COUNT TO DT-EVENT
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           ADD WS-UNNAMED TO WS-SEATS-RELEASED.

       2500-READ-HOLD.
           MOVE 0 TO WS-UNNAMED
           MOVE WS-LEG-FLT TO AL-FLTNUM
           MOVE WS-LEG-DATE TO AL-DATE
           MOVE GB-REF TO AL-OPER
           READ ALOT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ALOT-OK AND AL-SEATS-HELD > AL-SEATS-USED
               COMPUTE WS-UNNAMED = AL-SEATS-HELD - AL-SEATS-USED
           END-IF.

       2900-GROUP-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE GB-REF TO DT-REF
           MOVE GB-NAME TO DT-NAME
           MOVE GB-OUT-FLT TO DT-FLIGHT.

       9000-FINALIZE-RUN.
           PERFORM 9050-STAMP-RUN-CONTROL

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-MISSED-COUNT TO TL-MISSED
           MOVE WS-REMIND-COUNT TO TL-REMIND
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-RELEASED-COUNT TO TL-RELEASED
           MOVE WS-SEATS-RELEASED TO TL-SEATS
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2

           CLOSE GROUP-FILE
           CLOSE ALOT-FILE
           CLOSE FLSR-FILE
           CLOSE GROUP-RPT.

       8000-READ-GROUP.
           READ GROUP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

      * =======================================================
      *   RUN-CONTROL - REFUSE A DUPLICATE SAME-DAY RUN
      * =======================================================
       1050-CHECK-RUN-CONTROL.
           ACCEPT WS-RC-TODAY FROM DATE
           MOVE '20' TO WS-RC-DATE(1:2)
           MOVE WS-RC-YY TO WS-RC-DATE(3:2)
           MOVE WS-RC-MM TO WS-RC-DATE(5:2)
           MOVE WS-RC-DD TO WS-RC-DATE(7:2)
           ACCEPT WS-RC-TODAY-TIME FROM TIME
           MOVE WS-RC-HH TO WS-RC-TIME(1:2)
           MOVE WS-RC-MN TO WS-RC-TIME(3:2)
           MOVE WS-RC-SS TO WS-RC-TIME(5:2)

           OPEN I-O RUNCTL-FILE
           MOVE 'GRPNITE ' TO RC-JOB
           MOVE SPACES TO RC-QUALIFIER
           MOVE 'N' TO WS-RUN-FOUND
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-RUN-OK
               MOVE 'Y' TO WS-RUN-FOUND
               IF RC-LAST-DATE = WS-RC-DATE
                   DISPLAY 'GRPNITE ALREADY RAN TODAY - RUN REFUSED'
                   CLOSE RUNCTL-FILE
                   STOP RUN
               END-IF
           END-IF.

      * =======================================================
      *   RUN-CONTROL - STAMP THE COMPLETED RUN
      * =======================================================
       9050-STAMP-RUN-CONTROL.
           MOVE 'GRPNITE ' TO RC-JOB
           MOVE WS-RC-DATE TO RC-LAST-DATE
           MOVE WS-RC-TIME TO RC-LAST-TIME
           MOVE 'C' TO RC-STATUS
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
