       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLLOAD.

      * =======================================================
      *   GOVERNMENT WATCHLIST LOAD
      * =======================================================
      *   The authorities send the no-fly and watch lists as one
      *   complete file each time; this job replaces what is on
      *   file with it. Every entry goes to WATCHLST, keyed
      *   surname + date of birth + list id, and an entry with
      *   a passport number also to WLPASS, keyed passport + list
      *   id, so the online screening (WLSCRN, run from BOOK,
      *   CKIN, CKINSV and BPRNT) can look a party member up
      *   either way. Surnames are held upper case, the way the
      *   booking keeps PR-LAST-NAME. An entry with no surname,
      *   or a list type other than N (no fly) or S (selectee),
      *   is rejected and listed.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WL-IN ASSIGN TO WLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT WL-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WL-STATUS.

           SELECT WP-FILE ASSIGN TO WLPASS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WP-KEY
               FILE STATUS IS WS-WP-STATUS.

           SELECT LOAD-RPT ASSIGN TO WLLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WL-IN
           RECORDING MODE IS F.
       01  WS-IN-REC.
           05 IN-LIST-ID              PIC X(10).
           05 IN-LIST                 PIC X(1).
           05 IN-SURNAME              PIC X(16).
           05 IN-GIVEN                PIC X(18).
           05 IN-DOB                  PIC X(8).
           05 IN-PASSPORT             PIC X(16).

       FD  WL-FILE.
       01  WS-WL-REC.
           05 WL-KEY.
               10 WL-SURNAME          PIC X(16).
               10 WL-DOB              PIC X(8).
               10 WL-ID               PIC X(10).
           05 WL-LIST                 PIC X(1).
               88 WL-NO-FLY           VALUE 'N'.
               88 WL-SELECTEE         VALUE 'S'.
           05 WL-GIVEN                PIC X(18).
           05 WL-PASSPORT             PIC X(16).
           05 WL-LOAD-DATE            PIC X(8).

       FD  WP-FILE.
       01  WS-WP-REC.
           05 WP-KEY.
               10 WP-PASSPORT         PIC X(16).
               10 WP-ID               PIC X(10).
           05 WP-LIST                 PIC X(1).
           05 WP-SURNAME              PIC X(16).

       FD  LOAD-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
           88 WS-IN-OK                VALUE '00'.
           88 WS-IN-EOF               VALUE '10'.

       01 WS-WL-STATUS                PIC X(2) VALUE SPACES.
           88 WS-WL-OK                VALUE '00'.

       01 WS-WP-STATUS                PIC X(2) VALUE SPACES.
           88 WS-WP-OK                VALUE '00'.

       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.

       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).
       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.

       01 WS-LOADED-COUNT             PIC 9(7) VALUE 0.
       01 WS-NOFLY-COUNT              PIC 9(7) VALUE 0.
       01 WS-PASSPORT-COUNT           PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT           PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(28)
               VALUE 'WATCHLIST LOAD REPORT  RUN '.
           05 HD-DATE                 PIC X(8).

       01 WS-DETAIL-LINE.
           05 DT-LIST-ID              PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-LIST                 PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-SURNAME              PIC X(16).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE.
           05 FILLER                  PIC X(9) VALUE 'LOADED: '.
           05 TL-LOADED               PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  NO-FLY: '.
           05 TL-NOFLY                PIC ZZZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  PASSPORTS: '.
           05 TL-PASSPORT             PIC ZZZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  REJECTED: '.
           05 TL-REJECTED             PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-INPUT UNTIL WS-EOF
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           OPEN INPUT WL-IN
           OPEN OUTPUT WL-FILE
           OPEN OUTPUT WP-FILE
           OPEN OUTPUT LOAD-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           PERFORM 8000-READ-INPUT.

       2000-PROCESS-INPUT.
           PERFORM 2100-LOAD-ENTRY
           PERFORM 8000-READ-INPUT.

       2100-LOAD-ENTRY.
           INSPECT IN-SURNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT IN-PASSPORT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF IN-LIST-ID = SPACES OR IN-SURNAME = SPACES
              OR (IN-LIST NOT = 'N' AND IN-LIST NOT = 'S')
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE IN-LIST-ID TO DT-LIST-ID
               MOVE IN-LIST TO DT-LIST
               MOVE IN-SURNAME TO DT-SURNAME
               MOVE 'REJECTED - BAD RECORD' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-WL-REC
           MOVE IN-SURNAME TO WL-SURNAME
           MOVE IN-DOB TO WL-DOB
           MOVE IN-LIST-ID TO WL-ID
           MOVE IN-LIST TO WL-LIST
           MOVE IN-GIVEN TO WL-GIVEN
           MOVE IN-PASSPORT TO WL-PASSPORT
           MOVE WS-CURR-DATE TO WL-LOAD-DATE

           WRITE WS-WL-REC
               INVALID KEY
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE IN-LIST-ID TO DT-LIST-ID
                   MOVE IN-LIST TO DT-LIST
                   MOVE IN-SURNAME TO DT-SURNAME
                   MOVE 'REJECTED - DUPLICATE ENTRY' TO DT-RESULT
                   WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
                   ADD 1 TO WS-REJECTED-COUNT
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-LOADED-COUNT
           IF IN-LIST = 'N'
               ADD 1 TO WS-NOFLY-COUNT
           END-IF

           IF IN-PASSPORT NOT = SPACES
               MOVE SPACES TO WS-WP-REC
               MOVE IN-PASSPORT TO WP-PASSPORT
               MOVE IN-LIST-ID TO WP-ID
               MOVE IN-LIST TO WP-LIST
               MOVE IN-SURNAME TO WP-SURNAME
               WRITE WS-WP-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PASSPORT-COUNT
               END-WRITE
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-LOADED-COUNT TO TL-LOADED
           MOVE WS-NOFLY-COUNT TO TL-NOFLY
           MOVE WS-PASSPORT-COUNT TO TL-PASSPORT
           MOVE WS-REJECTED-COUNT TO TL-REJECTED
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE WL-IN
           CLOSE WL-FILE
           CLOSE WP-FILE
           CLOSE LOAD-RPT

           DISPLAY 'WLLOAD ENTRIES LOADED: ' WS-LOADED-COUNT.

       8000-READ-INPUT.
           READ WL-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
