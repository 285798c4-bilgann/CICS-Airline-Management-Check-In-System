       IDENTIFICATION DIVISION.
       PROGRAM-ID. SATARC.

      * =======================================================
      *   PNR SATELLITE ARCHIVE SWEEP
      * =======================================================
      *   Runs after PGARC. PGARC moves a completed booking to
      *   PNRARCH but leaves the rows that hang off it on the
      *   satellite files - PNRXTND, PNRTAX, PNRSEG, UMGUARD,
      *   BOARDF, BAGFILE and PNRQUE. This job sweeps each of
      *   those files: a row whose PNR is still live on PNRDATA
      *   stays; a row whose PNR has gone to PNRARCH is copied
      *   to the satellite archive PNRARCS (tagged with the file
      *   it came from, so ARCINQ can print it beside the PNR)
      *   and deleted from the live file; a row whose PNR is on
      *   neither is an orphan and is listed, not moved, for the
      *   data owner to look into.
      *
      *   BRDSEQ is the one satellite keyed by flight and date
      *   rather than by booking - the boarding-number counter -
      *   so it is archived by the cutoff date on SYSIN (the
      *   same cutoff PGARC was given): a counter for a flight
      *   date before the cutoff is finished with.
      *
      *   The PNRs on the archive are loaded first into the
      *   keyed work file ARCXKEY so each satellite row is a
      *   single random read against either master.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNR-FILE ASSIGN TO PNRDATA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PNR
               FILE STATUS IS WS-PNR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO PNRARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT ARCKEY-FILE ASSIGN TO ARCXKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AK-PNR
               FILE STATUS IS WS-AKY-STATUS.

           SELECT SATARC-FILE ASSIGN TO PNRARCS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-STATUS.

           SELECT XTND-FILE ASSIGN TO PNRXTND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XD-PNR
               FILE STATUS IS WS-XTND-STATUS.

           SELECT TAX-FILE ASSIGN TO PNRTAX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT SEG-FILE ASSIGN TO PNRSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-KEY
               FILE STATUS IS WS-SEG-STATUS.

           SELECT UMG-FILE ASSIGN TO UMGUARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GU-PNR
               FILE STATUS IS WS-UMG-STATUS.

           SELECT BOARD-FILE ASSIGN TO BOARDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BRD-STATUS.

           SELECT BAG-FILE ASSIGN TO BAGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-TAG
               FILE STATUS IS WS-BAG-STATUS.

           SELECT BRDSEQ-FILE ASSIGN TO BRDSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BSQ-STATUS.

           SELECT QUEUE-FILE ASSIGN TO PNRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUE-STATUS.

           SELECT SWEEP-RPT ASSIGN TO SATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PNR-FILE.
       01  WS-PNR-REC.
           05 PR-PNR                PIC X(6).
           05 FILLER                PIC X(886).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  WS-ARC-REC.
           05 AR-PNR                PIC X(6).
           05 FILLER                PIC X(886).

      *   Work file - one key per PNR found on the archive.
       FD  ARCKEY-FILE.
       01  WS-ARCKEY-REC.
           05 AK-PNR                PIC X(6).

      *   Satellite archive - each row as it stood on its live
      *   file, tagged with that file's name and the PNR.
       FD  SATARC-FILE
           RECORDING MODE IS F.
       01  WS-SATARC-REC.
           05 SA-SOURCE             PIC X(8).
           05 SA-PNR                PIC X(6).
           05 SA-ARC-DATE           PIC X(8).
           05 SA-IMAGE              PIC X(200).

       FD  XTND-FILE.
       01  WS-XTND-REC.
           05 XD-PNR                PIC X(6).
           05 FILLER                PIC X(194).

       FD  TAX-FILE.
       01  WS-TAX-REC.
           05 TP-KEY.
               10 TP-PNR            PIC X(6).
               10 TP-STN            PIC X(3).
               10 TP-CODE           PIC X(4).
           05 TP-AUTH               PIC X(12).
           05 TP-AMT                PIC 9(5)V99.
           05 TP-DATE               PIC X(8).

       FD  SEG-FILE.
       01  WS-SEG-REC.
           05 SE-KEY.
               10 SE-PNR            PIC X(6).
               10 SE-SEQ            PIC 9(2).
           05 SE-ORIG               PIC X(3).
           05 SE-DEST               PIC X(3).
           05 SE-FLT                PIC X(6).
           05 SE-DATE               PIC X(8).
           05 SE-DEP                PIC X(4).
           05 SE-ARR                PIC X(4).

       FD  UMG-FILE.
       01  WS-UMG-REC.
           05 GU-PNR                PIC X(6).
           05 FILLER                PIC X(66).

       FD  BOARD-FILE.
       01  WS-BOARD-REC.
           05 BD-KEY.
               10 BD-FLT            PIC X(6).
               10 BD-DATE           PIC X(8).
               10 BD-PNR            PIC X(6).
           05 BD-BOARDED            PIC 9(2).
           05 BD-LAST-TIME          PIC X(6).

       FD  BAG-FILE.
       01  WS-BAG-REC.
           05 BG-TAG                PIC X(10).
           05 BG-PNR                PIC X(6).
           05 BG-FLIGHT             PIC X(6).
           05 BG-DATE               PIC X(8).
           05 FILLER                PIC X(34).

       FD  BRDSEQ-FILE.
       01  WS-BRDSEQ-REC.
           05 BS-KEY.
               10 BS-FLT            PIC X(6).
               10 BS-DATE           PIC X(8).
           05 BS-NEXT-SEQ           PIC 9(3).
           05 BS-NEXT-PRI           PIC 9(3).

       FD  QUEUE-FILE.
       01  WS-QUEUE-REC.
           05 QU-KEY.
               10 QU-QUEUE          PIC X(4).
               10 QU-ADDED          PIC X(14).
               10 QU-PNR            PIC X(6).
           05 QU-REASON             PIC X(2).
           05 QU-STATUS             PIC X.
           05 QU-USER               PIC X(8).
           05 QU-DONE-DATE          PIC X(8).

       FD  SWEEP-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-PNR-STATUS              PIC X(2) VALUE SPACES.
           88 WS-PNR-OK              VALUE '00'.

       01 WS-ARC-STATUS              PIC X(2) VALUE SPACES.
       01 WS-AKY-STATUS              PIC X(2) VALUE SPACES.
           88 WS-AKY-OK              VALUE '00'.
       01 WS-SAT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SAT-OK              VALUE '00'.
       01 WS-XTND-STATUS             PIC X(2) VALUE SPACES.
       01 WS-TAX-STATUS              PIC X(2) VALUE SPACES.
       01 WS-SEG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-UMG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-BRD-STATUS              PIC X(2) VALUE SPACES.
       01 WS-BAG-STATUS              PIC X(2) VALUE SPACES.
       01 WS-BSQ-STATUS              PIC X(2) VALUE SPACES.
       01 WS-QUE-STATUS              PIC X(2) VALUE SPACES.
       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                 VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-CUTOFF-DATE          PIC X(8).

       01 WS-CUTOFF-DATE              PIC X(8) VALUE SPACES.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).

      * The satellite row in hand and what became of its PNR.
       01 WS-SAT-SOURCE               PIC X(8) VALUE SPACES.
       01 WS-SAT-PNR                  PIC X(6) VALUE SPACES.
       01 WS-SAT-KEY-DISP             PIC X(30) VALUE SPACES.
       01 WS-SAT-IMAGE                PIC X(200) VALUE SPACES.
       01 WS-PNR-FATE                 PIC X VALUE SPACE.
           88 WS-FATE-LIVE            VALUE 'L'.
           88 WS-FATE-ARCHIVED        VALUE 'A'.
           88 WS-FATE-ORPHAN          VALUE 'O'.

      * Rows for the same PNR sit together on most of the files,
      * so the last answer is kept and reused.
       01 WS-LAST-PNR                 PIC X(6) VALUE LOW-VALUES.
       01 WS-LAST-FATE                PIC X VALUE SPACE.

       01 WS-ARC-KEY-COUNT            PIC 9(7) VALUE 0.
       01 WS-FILE-IX                  PIC 9(2) VALUE 0.

      * Running totals per satellite file, in sweep order.
       01 WS-FILE-NAMES.
           05 FILLER                  PIC X(8) VALUE 'PNRXTND'.
           05 FILLER                  PIC X(8) VALUE 'PNRTAX'.
           05 FILLER                  PIC X(8) VALUE 'PNRSEG'.
           05 FILLER                  PIC X(8) VALUE 'UMGUARD'.
           05 FILLER                  PIC X(8) VALUE 'BOARDF'.
           05 FILLER                  PIC X(8) VALUE 'BAGFILE'.
           05 FILLER                  PIC X(8) VALUE 'BRDSEQ'.
           05 FILLER                  PIC X(8) VALUE 'PNRQUE'.
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME            PIC X(8) OCCURS 8 TIMES.

       01 WS-FILE-TOTALS.
           05 WS-FILE-TOTAL OCCURS 8 TIMES.
               10 WS-FT-READ          PIC 9(7).
               10 WS-FT-ARCHIVED      PIC 9(7).
               10 WS-FT-ORPHAN        PIC 9(7).

       01 WS-HEADING-1.
           05 FILLER                  PIC X(31)
               VALUE 'PNR SATELLITE ARCHIVE SWEEP - '.
           05 HD-DATE                 PIC X(8).
           05 FILLER                  PIC X(9) VALUE '  CUTOFF '.
           05 HD-CUTOFF               PIC X(8).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(40)
               VALUE 'ORPHANED ROWS - PNR NOT LIVE OR ARCHIVED'.

       01 WS-HEADING-3.
           05 FILLER                  PIC X(8) VALUE 'FILE'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(6) VALUE 'PNR'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(30) VALUE 'ROW KEY'.

       01 WS-DETAIL-LINE.
           05 DT-SOURCE               PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-PNR                  PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DT-KEY                  PIC X(30).

       01 WS-TOTAL-HEADING.
           05 FILLER                  PIC X(8) VALUE 'FILE'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE '    READ'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE 'ARCHIVED'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE ' ORPHANS'.

       01 WS-TOTAL-LINE.
           05 TL-FILE                 PIC X(8).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 TL-READ                 PIC Z(7)9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 TL-ARCHIVED             PIC Z(7)9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 TL-ORPHAN               PIC Z(7)9.

       01 WS-KEY-COUNT-LINE.
           05 FILLER                  PIC X(24)
               VALUE 'PNRS ON THE ARCHIVE:    '.
           05 TL-ARC-KEYS             PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-LOAD-ARCHIVE-KEYS
           PERFORM 3100-SWEEP-XTND
           PERFORM 3200-SWEEP-TAX
           PERFORM 3300-SWEEP-SEG
           PERFORM 3400-SWEEP-UMG
           PERFORM 3500-SWEEP-BOARD
           PERFORM 3600-SWEEP-BAG
           PERFORM 3700-SWEEP-BRDSEQ
           PERFORM 3800-SWEEP-QUEUE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-CUTOFF-DATE TO WS-CUTOFF-DATE

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           INITIALIZE WS-FILE-TOTALS

           OPEN INPUT PNR-FILE
           OPEN EXTEND SATARC-FILE
           OPEN OUTPUT SWEEP-RPT

           MOVE WS-CURR-DATE TO HD-DATE
           MOVE WS-CUTOFF-DATE TO HD-CUTOFF
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2
           WRITE WS-RPT-LINE FROM WS-HEADING-3.

      * =======================================================
      *   EVERY PNR ON THE ARCHIVE ONTO THE KEYED WORK FILE
      * =======================================================
      *    A restarted PGARC can leave a PNR on the archive
      *    twice; the second copy's duplicate key is ignored.
       2000-LOAD-ARCHIVE-KEYS.
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT ARCKEY-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8000-READ-ARCHIVE
           PERFORM 2100-WRITE-ARCHIVE-KEY UNTIL WS-EOF
           CLOSE ARCHIVE-FILE
           CLOSE ARCKEY-FILE
           OPEN INPUT ARCKEY-FILE.

       2100-WRITE-ARCHIVE-KEY.
           MOVE AR-PNR TO AK-PNR
           WRITE WS-ARCKEY-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-AKY-OK
               ADD 1 TO WS-ARC-KEY-COUNT
           END-IF

           PERFORM 8000-READ-ARCHIVE.

      * =======================================================
      *   ONE SWEEP PER SATELLITE FILE
      * =======================================================
       3100-SWEEP-XTND.
           MOVE 1 TO WS-FILE-IX
           OPEN I-O XTND-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8100-READ-XTND
           PERFORM 3110-CHECK-XTND UNTIL WS-EOF
           CLOSE XTND-FILE.

       3110-CHECK-XTND.
           MOVE XD-PNR TO WS-SAT-PNR
           MOVE XD-PNR TO WS-SAT-KEY-DISP
           MOVE WS-XTND-REC TO WS-SAT-IMAGE
           PERFORM 5000-CLASSIFY-PNR
           IF WS-FATE-ARCHIVED
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE XTND-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8100-READ-XTND.

       3200-SWEEP-TAX.
           MOVE 2 TO WS-FILE-IX
           OPEN I-O TAX-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8200-READ-TAX
           PERFORM 3210-CHECK-TAX UNTIL WS-EOF
           CLOSE TAX-FILE.

       3210-CHECK-TAX.
           MOVE TP-PNR TO WS-SAT-PNR
           MOVE SPACES TO WS-SAT-KEY-DISP
           STRING TP-PNR ' ' TP-STN ' ' TP-CODE
               DELIMITED BY SIZE INTO WS-SAT-KEY-DISP
           END-STRING
           MOVE WS-TAX-REC TO WS-SAT-IMAGE
           PERFORM 5000-CLASSIFY-PNR
           IF WS-FATE-ARCHIVED
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE TAX-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8200-READ-TAX.

       3300-SWEEP-SEG.
           MOVE 3 TO WS-FILE-IX
           OPEN I-O SEG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8300-READ-SEG
           PERFORM 3310-CHECK-SEG UNTIL WS-EOF
           CLOSE SEG-FILE.

       3310-CHECK-SEG.
           MOVE SE-PNR TO WS-SAT-PNR
           MOVE SPACES TO WS-SAT-KEY-DISP
           STRING SE-PNR ' SEG ' SE-SEQ ' ' SE-FLT ' ' SE-DATE
               DELIMITED BY SIZE INTO WS-SAT-KEY-DISP
           END-STRING
           MOVE WS-SEG-REC TO WS-SAT-IMAGE
           PERFORM 5000-CLASSIFY-PNR
           IF WS-FATE-ARCHIVED
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE SEG-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8300-READ-SEG.

       3400-SWEEP-UMG.
           MOVE 4 TO WS-FILE-IX
           OPEN I-O UMG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8400-READ-UMG
           PERFORM 3410-CHECK-UMG UNTIL WS-EOF
           CLOSE UMG-FILE.

       3410-CHECK-UMG.
           MOVE GU-PNR TO WS-SAT-PNR
           MOVE GU-PNR TO WS-SAT-KEY-DISP
           MOVE WS-UMG-REC TO WS-SAT-IMAGE
           PERFORM 5000-CLASSIFY-PNR
           IF WS-FATE-ARCHIVED
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE UMG-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8400-READ-UMG.

       3500-SWEEP-BOARD.
           MOVE 5 TO WS-FILE-IX
           OPEN I-O BOARD-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8500-READ-BOARD
           PERFORM 3510-CHECK-BOARD UNTIL WS-EOF
           CLOSE BOARD-FILE.

       3510-CHECK-BOARD.
           MOVE BD-PNR TO WS-SAT-PNR
           MOVE SPACES TO WS-SAT-KEY-DISP
           STRING BD-FLT ' ' BD-DATE ' ' BD-PNR
               DELIMITED BY SIZE INTO WS-SAT-KEY-DISP
           END-STRING
           MOVE WS-BOARD-REC TO WS-SAT-IMAGE
           PERFORM 5000-CLASSIFY-PNR
           IF WS-FATE-ARCHIVED
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE BOARD-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8500-READ-BOARD.

       3600-SWEEP-BAG.
           MOVE 6 TO WS-FILE-IX
           OPEN I-O BAG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8600-READ-BAG
           PERFORM 3610-CHECK-BAG UNTIL WS-EOF
           CLOSE BAG-FILE.

       3610-CHECK-BAG.
           MOVE BG-PNR TO WS-SAT-PNR
           MOVE SPACES TO WS-SAT-KEY-DISP
           STRING 'TAG ' BG-TAG ' ' BG-FLIGHT ' ' BG-DATE
               DELIMITED BY SIZE INTO WS-SAT-KEY-DISP
           END-STRING
           MOVE WS-BAG-REC TO WS-SAT-IMAGE
           PERFORM 5000-CLASSIFY-PNR
           IF WS-FATE-ARCHIVED
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE BAG-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8600-READ-BAG.

      *    No PNR on the counter row - its flight date against
      *    the cutoff decides, and it is never an orphan.
       3700-SWEEP-BRDSEQ.
           MOVE 7 TO WS-FILE-IX
           IF WS-CUTOFF-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O BRDSEQ-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8700-READ-BRDSEQ
           PERFORM 3710-CHECK-BRDSEQ UNTIL WS-EOF
           CLOSE BRDSEQ-FILE.

       3710-CHECK-BRDSEQ.
           ADD 1 TO WS-FT-READ(WS-FILE-IX)
           IF BS-DATE < WS-CUTOFF-DATE
               MOVE SPACES TO WS-SAT-PNR
               MOVE WS-BRDSEQ-REC TO WS-SAT-IMAGE
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE BRDSEQ-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8700-READ-BRDSEQ.

       3800-SWEEP-QUEUE.
           MOVE 8 TO WS-FILE-IX
           OPEN I-O QUEUE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 8800-READ-QUEUE
           PERFORM 3810-CHECK-QUEUE UNTIL WS-EOF
           CLOSE QUEUE-FILE.

       3810-CHECK-QUEUE.
           MOVE QU-PNR TO WS-SAT-PNR
           MOVE SPACES TO WS-SAT-KEY-DISP
           STRING 'QUEUE ' QU-QUEUE ' ' QU-ADDED
               DELIMITED BY SIZE INTO WS-SAT-KEY-DISP
           END-STRING
           MOVE WS-QUEUE-REC TO WS-SAT-IMAGE
           PERFORM 5000-CLASSIFY-PNR
           IF WS-FATE-ARCHIVED
               PERFORM 6000-ARCHIVE-SATELLITE-ROW
               IF WS-SAT-OK
                   DELETE QUEUE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF

           PERFORM 8800-READ-QUEUE.

      * =======================================================
      *   LIVE, ARCHIVED OR ORPHANED - WHERE IS THE PNR NOW?
      * =======================================================
      *    Live wins: a PNR still on PNRDATA keeps its rows even
      *    if an earlier run left a copy on the archive.
       5000-CLASSIFY-PNR.
           ADD 1 TO WS-FT-READ(WS-FILE-IX)

           IF WS-SAT-PNR NOT = WS-LAST-PNR
               MOVE WS-SAT-PNR TO WS-LAST-PNR
               MOVE 'O' TO WS-LAST-FATE
               MOVE WS-SAT-PNR TO PR-PNR
               READ PNR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PNR-OK
                   MOVE 'L' TO WS-LAST-FATE
               ELSE
                   MOVE WS-SAT-PNR TO AK-PNR
                   READ ARCKEY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-AKY-OK
                       MOVE 'A' TO WS-LAST-FATE
                   END-IF
               END-IF
           END-IF
           MOVE WS-LAST-FATE TO WS-PNR-FATE

           IF WS-FATE-ORPHAN
               ADD 1 TO WS-FT-ORPHAN(WS-FILE-IX)
               MOVE WS-FILE-NAME(WS-FILE-IX) TO DT-SOURCE
               MOVE WS-SAT-PNR TO DT-PNR
               MOVE WS-SAT-KEY-DISP TO DT-KEY
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

      * =======================================================
      *   COPY THE ROW TO THE SATELLITE ARCHIVE
      * =======================================================
      *    The caller deletes the live row only once this copy
      *    is safely written.
       6000-ARCHIVE-SATELLITE-ROW.
           MOVE WS-FILE-NAME(WS-FILE-IX) TO SA-SOURCE
           MOVE WS-SAT-PNR TO SA-PNR
           MOVE WS-CURR-DATE TO SA-ARC-DATE
           MOVE WS-SAT-IMAGE TO SA-IMAGE
           WRITE WS-SATARC-REC
           IF WS-SAT-OK
               ADD 1 TO WS-FT-ARCHIVED(WS-FILE-IX)
           END-IF.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ARC-KEY-COUNT TO TL-ARC-KEYS
           WRITE WS-RPT-LINE FROM WS-KEY-COUNT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-TOTAL-HEADING
           PERFORM 9100-PRINT-FILE-TOTAL
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 8

           CLOSE PNR-FILE
           CLOSE ARCKEY-FILE
           CLOSE SATARC-FILE
           CLOSE SWEEP-RPT.

       9100-PRINT-FILE-TOTAL.
           MOVE WS-FILE-NAME(WS-FILE-IX) TO TL-FILE
           MOVE WS-FT-READ(WS-FILE-IX) TO TL-READ
           MOVE WS-FT-ARCHIVED(WS-FILE-IX) TO TL-ARCHIVED
           MOVE WS-FT-ORPHAN(WS-FILE-IX) TO TL-ORPHAN
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE.

       8000-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-XTND.
           READ XTND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8200-READ-TAX.
           READ TAX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8300-READ-SEG.
           READ SEG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8400-READ-UMG.
           READ UMG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8500-READ-BOARD.
           READ BOARD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8600-READ-BAG.
           READ BAG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8700-READ-BRDSEQ.
           READ BRDSEQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8800-READ-QUEUE.
           READ QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.
