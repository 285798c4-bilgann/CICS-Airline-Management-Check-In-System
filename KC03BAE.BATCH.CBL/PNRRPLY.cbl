       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNRRPLY.

      * =======================================================
      *   PNRDATA POINT-IN-TIME RECOVERY
      * =======================================================
      *   Rebuilds the booking master after it is damaged. The
      *   last backup unload (PNRBKUP, one 892-byte PNR per
      *   record in key order) is loaded into an empty PNRDATA,
      *   then the forward-recovery journal PNRJRNL - the
      *   after-image every online and batch update of PNRDATA
      *   writes - is replayed over it in the order written:
      *     A  add      write the image (replace if present)
      *     C  change   rewrite the image (add if missing)
      *     D  delete   delete the PNR
      *   SYSIN gives the backup's timestamp and the point to
      *   recover to (CCYYMMDD HHMMSS each); only images after
      *   the backup and up to that point are applied. A blank
      *   recover-to point replays the whole journal. Every
      *   image applied is listed with what it did.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUP-FILE ASSIGN TO PNRBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.

           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT JRNL-FILE ASSIGN TO PNRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REPLAY-RPT ASSIGN TO RPLYRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKUP-FILE.
       01  WS-BKUP-REC                PIC X(892).

       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                  PIC X(6).
           05 FILLER                  PIC X(886).

       FD  JRNL-FILE.
       01  WS-JRNL-REC.
           05 JR-STAMP.
               10 JR-DATE             PIC X(8).
               10 JR-TIME             PIC X(6).
           05 JR-PROGRAM              PIC X(8).
           05 JR-ACTION               PIC X.
               88 JR-ADD              VALUE 'A'.
               88 JR-CHANGE           VALUE 'C'.
               88 JR-DELETE           VALUE 'D'.
           05 JR-PNR                  PIC X(6).
           05 JR-IMAGE                PIC X(892).
           05 FILLER                  PIC X(9).

       FD  REPLAY-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-BKUP-STATUS              PIC X(2) VALUE SPACES.
       01 WS-PNR-STATUS               PIC X(2) VALUE SPACES.
           88 WS-PNR-OK               VALUE '00'.
       01 WS-JRNL-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-BKUP-EOF-SW              PIC X VALUE 'N'.
           88 WS-BKUP-EOF             VALUE 'Y'.
       01 WS-JRNL-EOF-SW              PIC X VALUE 'N'.
           88 WS-JRNL-EOF             VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-FROM-DATE            PIC X(8).
           05 FILLER                  PIC X.
           05 CC-FROM-TIME            PIC X(6).
           05 FILLER                  PIC X.
           05 CC-TO-DATE              PIC X(8).
           05 FILLER                  PIC X.
           05 CC-TO-TIME              PIC X(6).

       01 WS-FROM-STAMP.
           05 WS-FROM-DATE            PIC X(8).
           05 WS-FROM-TIME            PIC X(6).
       01 WS-TO-STAMP.
           05 WS-TO-DATE              PIC X(8).
           05 WS-TO-TIME              PIC X(6).

       01 WS-LOADED-COUNT             PIC 9(7) VALUE 0.
       01 WS-LOAD-DUP-COUNT           PIC 9(7) VALUE 0.
       01 WS-BEFORE-COUNT             PIC 9(7) VALUE 0.
       01 WS-AFTER-COUNT              PIC 9(7) VALUE 0.
       01 WS-ADD-COUNT                PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01 WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01 WS-MISS-COUNT               PIC 9(7) VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(28)
               VALUE 'PNRDATA RECOVERY - BACKUP OF'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 HD-FROM-DATE            PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 HD-FROM-TIME            PIC X(6).
           05 FILLER                  PIC X(4) VALUE ' TO '.
           05 HD-TO.
               10 HD-TO-DATE          PIC X(8).
               10 FILLER              PIC X(1).
               10 HD-TO-TIME          PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(8) VALUE 'DATE'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'TIME'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'PROGRAM'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'PNR'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'ACTION'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(20) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-DATE                 PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-TIME                 PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PROGRAM              PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-ACTION               PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-RESULT               PIC X(30).

       01 WS-TOTAL-LINE.
           05 TL-LABEL                PIC X(32).
           05 TL-COUNT                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-BACKUP UNTIL WS-BKUP-EOF

           CLOSE PNR-FILE
           OPEN I-O PNR-FILE
           PERFORM 8100-READ-JOURNAL
           PERFORM 3000-APPLY-JOURNAL UNTIL WS-JRNL-EOF

           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-FROM-DATE TO WS-FROM-DATE
           MOVE CC-FROM-TIME TO WS-FROM-TIME
           MOVE CC-TO-DATE TO WS-TO-DATE
           MOVE CC-TO-TIME TO WS-TO-TIME
           IF WS-TO-DATE = SPACES
               MOVE HIGH-VALUES TO WS-TO-STAMP
           END-IF
           IF WS-TO-TIME = SPACES
               MOVE '235959' TO WS-TO-TIME
           END-IF

           OPEN INPUT BKUP-FILE
           OPEN OUTPUT PNR-FILE
           OPEN INPUT JRNL-FILE
           OPEN OUTPUT REPLAY-RPT

           MOVE WS-FROM-DATE TO HD-FROM-DATE
           MOVE WS-FROM-TIME TO HD-FROM-TIME
           IF CC-TO-DATE = SPACES
               MOVE 'END OF JOURNAL' TO HD-TO
           ELSE
               MOVE SPACES TO HD-TO
               MOVE WS-TO-DATE TO HD-TO-DATE
               MOVE WS-TO-TIME TO HD-TO-TIME
           END-IF
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-BACKUP.

      * =======================================================
      *   RELOAD THE MASTER FROM THE BACKUP UNLOAD
      * =======================================================
       2000-LOAD-BACKUP.
           MOVE WS-BKUP-REC TO WS-PNR-REC
           WRITE WS-PNR-REC
               INVALID KEY
                   ADD 1 TO WS-LOAD-DUP-COUNT
           END-WRITE
           IF WS-PNR-OK
               ADD 1 TO WS-LOADED-COUNT
           END-IF

           PERFORM 8000-READ-BACKUP.

      * =======================================================
      *   ONE JOURNAL IMAGE - APPLIED IF IT FALLS IN THE WINDOW
      * =======================================================
      *    An image at or before the backup is already in it;
      *    one past the recovery point is left out.
       3000-APPLY-JOURNAL.
           EVALUATE TRUE
               WHEN JR-STAMP NOT > WS-FROM-STAMP
                   ADD 1 TO WS-BEFORE-COUNT
               WHEN JR-STAMP > WS-TO-STAMP
                   ADD 1 TO WS-AFTER-COUNT
               WHEN JR-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN JR-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN JR-DELETE
                   PERFORM 3300-APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO DT-ACTION
                   MOVE 'IMAGE IGNORED' TO DT-RESULT
                   PERFORM 4000-LIST-IMAGE
           END-EVALUATE

           PERFORM 8100-READ-JOURNAL.

       3100-APPLY-ADD.
           MOVE 'ADD' TO DT-ACTION
           MOVE JR-IMAGE TO WS-PNR-REC
           WRITE WS-PNR-REC
               INVALID KEY
                   REWRITE WS-PNR-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'REPLACED EXISTING PNR' TO DT-RESULT
               NOT INVALID KEY
                   MOVE 'ADDED' TO DT-RESULT
           END-WRITE
           ADD 1 TO WS-ADD-COUNT
           PERFORM 4000-LIST-IMAGE.

       3200-APPLY-CHANGE.
           MOVE 'CHANGE' TO DT-ACTION
           MOVE JR-IMAGE TO WS-PNR-REC
           REWRITE WS-PNR-REC
               INVALID KEY
                   WRITE WS-PNR-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE 'NOT ON BACKUP - ADDED' TO DT-RESULT
                   ADD 1 TO WS-MISS-COUNT
               NOT INVALID KEY
                   MOVE 'CHANGED' TO DT-RESULT
           END-REWRITE
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 4000-LIST-IMAGE.

       3300-APPLY-DELETE.
           MOVE 'DELETE' TO DT-ACTION
           MOVE JR-PNR TO PR-PNR
           DELETE PNR-FILE RECORD
               INVALID KEY
                   MOVE 'NOT ON FILE' TO DT-RESULT
                   ADD 1 TO WS-MISS-COUNT
               NOT INVALID KEY
                   MOVE 'DELETED' TO DT-RESULT
           END-DELETE
           ADD 1 TO WS-DELETE-COUNT
           PERFORM 4000-LIST-IMAGE.

       4000-LIST-IMAGE.
           MOVE JR-DATE TO DT-DATE
           MOVE JR-TIME TO DT-TIME
           MOVE JR-PROGRAM TO DT-PROGRAM
           MOVE JR-PNR TO DT-PNR
           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO DT-RESULT.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE

           MOVE 'PNRS LOADED FROM BACKUP:' TO TL-LABEL
           MOVE WS-LOADED-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'DUPLICATES ON BACKUP:' TO TL-LABEL
           MOVE WS-LOAD-DUP-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'IMAGES ALREADY IN BACKUP:' TO TL-LABEL
           MOVE WS-BEFORE-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'ADDS APPLIED:' TO TL-LABEL
           MOVE WS-ADD-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHANGES APPLIED:' TO TL-LABEL
           MOVE WS-CHANGE-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'DELETES APPLIED:' TO TL-LABEL
           MOVE WS-DELETE-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'OUT OF STEP WITH MASTER:' TO TL-LABEL
           MOVE WS-MISS-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
           MOVE 'IMAGES PAST RECOVERY POINT:' TO TL-LABEL
           MOVE WS-AFTER-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE

           CLOSE BKUP-FILE
           CLOSE PNR-FILE
           CLOSE JRNL-FILE
           CLOSE REPLAY-RPT.

       8000-READ-BACKUP.
           READ BKUP-FILE
               AT END
                   MOVE 'Y' TO WS-BKUP-EOF-SW
           END-READ.

       8100-READ-JOURNAL.
           READ JRNL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-SW
           END-READ.
