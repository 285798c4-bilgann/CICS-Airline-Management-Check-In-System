      *   so customer service can answer a dispute about a past
      *   booking. The PNR is tried first; if it finds nothing
      *   (or was left blank) the archive is searched again by
      *   last name and every match is printed. Each PNR is
      *   followed by its rows from the satellite archive
      *   PNRARCS (segments, taxes, extension, bags, boarding,
      *   queue and minor-guardian rows SATARC moved there).
      * =======================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT SATARC-FILE ASSIGN TO PNRARCS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAT-STATUS.

           SELECT INQUIRY-RPT ASSIGN TO ARCIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           RECORDING MODE IS F.
       01  WS-ARC-REC                PIC X(892).

       FD  SATARC-FILE
           RECORDING MODE IS F.
       01  WS-SATARC-REC.
           05 SA-SOURCE             PIC X(8).
           05 SA-PNR                PIC X(6).
           05 SA-ARC-DATE           PIC X(8).
           05 SA-IMAGE              PIC X(200).

       FD  INQUIRY-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).
           88 WS-ARC-OK              VALUE '00'.
           88 WS-ARC-EOF             VALUE '10'.

       01 WS-SAT-STATUS              PIC X(2) VALUE SPACES.
           88 WS-SAT-OK              VALUE '00'.

       01 WS-RPT-STATUS              PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                  PIC X VALUE 'N'.
           05 PR-EMAIL              PIC X(30).
           05 PR-REMARKS            PIC X(60).

      * Satellite archive row, one view per file it came from.
       01 WS-SAT-IMAGE                PIC X(200).
       01 WS-SAT-XTND REDEFINES WS-SAT-IMAGE.
           05 XD-PNR                PIC X(6).
           05 XD-CLASS              PIC X(1).
           05 XD-ALOT               PIC X(1).
           05 XD-CURR               PIC X(3).
           05 XD-TAX-AMT            PIC 9(5)V99.
           05 XD-PROMO              PIC X(8).
           05 XD-DISC-AMT           PIC 9(5)V99.
           05 XD-LANG               PIC X(2).
           05 XD-PET-TYPE           PIC X(1).
           05 XD-PET-WT             PIC 9(3).
           05 XD-UPG-AMT            PIC 9(5)V99.
           05 XD-UPG-DATE           PIC X(8).
           05 XD-UPG-DAY-AMT        PIC 9(5)V99.
           05 XD-AGENCY             PIC X(8).
           05 FILLER                PIC X(131).
       01 WS-SAT-TAX REDEFINES WS-SAT-IMAGE.
           05 TP-PNR                PIC X(6).
           05 TP-STN                PIC X(3).
           05 TP-CODE               PIC X(4).
           05 TP-AUTH               PIC X(12).
           05 TP-AMT                PIC 9(5)V99.
           05 TP-DATE               PIC X(8).
           05 FILLER                PIC X(160).
       01 WS-SAT-SEG REDEFINES WS-SAT-IMAGE.
           05 SE-PNR                PIC X(6).
           05 SE-SEQ                PIC 9(2).
           05 SE-ORIG               PIC X(3).
           05 SE-DEST               PIC X(3).
           05 SE-FLT                PIC X(6).
           05 SE-DATE               PIC X(8).
           05 SE-DEP                PIC X(4).
           05 SE-ARR                PIC X(4).
           05 FILLER                PIC X(164).
       01 WS-SAT-UMG REDEFINES WS-SAT-IMAGE.
           05 GU-PNR                PIC X(6).
           05 GU-DELIVER            PIC X(18).
           05 GU-DEL-PHONE          PIC X(14).
           05 GU-COLLECT            PIC X(18).
           05 GU-COL-PHONE          PIC X(14).
           05 GU-DEL-VERIFIED       PIC X.
           05 GU-COL-VERIFIED       PIC X.
           05 FILLER                PIC X(128).
       01 WS-SAT-BOARD REDEFINES WS-SAT-IMAGE.
           05 BD-FLT                PIC X(6).
           05 BD-DATE               PIC X(8).
           05 BD-PNR                PIC X(6).
           05 BD-BOARDED            PIC 9(2).
           05 BD-LAST-TIME          PIC X(6).
           05 FILLER                PIC X(172).
       01 WS-SAT-BAG REDEFINES WS-SAT-IMAGE.
           05 BG-TAG                PIC X(10).
           05 BG-PNR                PIC X(6).
           05 BG-FLIGHT             PIC X(6).
           05 BG-DATE               PIC X(8).
           05 BG-PSGR-IX            PIC 9(2).
           05 BG-ISSUE-DATE         PIC X(8).
           05 BG-ISSUE-TIME         PIC X(6).
           05 BG-STATUS             PIC X.
           05 BG-ONW-FLIGHT         PIC X(6).
           05 BG-ONW-DATE           PIC X(8).
           05 BG-WEIGHT             PIC 9(3).
           05 FILLER                PIC X(136).
       01 WS-SAT-QUEUE REDEFINES WS-SAT-IMAGE.
           05 QU-QUEUE              PIC X(4).
           05 QU-ADDED              PIC X(14).
           05 QU-PNR                PIC X(6).
           05 QU-REASON             PIC X(2).
           05 QU-STATUS             PIC X.
           05 QU-USER               PIC X(8).
           05 QU-DONE-DATE          PIC X(8).
           05 FILLER                PIC X(157).

       01 WS-SAT-EOF-SW               PIC X VALUE 'N'.
           88 WS-SAT-EOF              VALUE 'Y'.
       01 WS-AMT-DISP                 PIC ZZZZ9.99.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(22)
               VALUE 'ARCHIVED PNR INQUIRY -'.
               VARYING WS-PSGR-IX FROM 1 BY 1
               UNTIL WS-PSGR-IX > PR-NUMP

           PERFORM 4600-PRINT-SATELLITE-ROWS

           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

           MOVE PR-PSGR-RET-SEAT(WS-PSGR-IX) TO PL-RET-SEAT
           WRITE WS-RPT-LINE FROM WS-PSGR-LINE.

      * =======================================================
      *   THE PNR'S ROWS FROM THE SATELLITE ARCHIVE
      * =======================================================
      *    The satellite archive is read end to end for each PNR
      *    printed - an inquiry prints a handful at most.
       4600-PRINT-SATELLITE-ROWS.
           OPEN INPUT SATARC-FILE
           IF NOT WS-SAT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SAT-EOF-SW
           PERFORM 8100-READ-SATELLITE
           PERFORM 4700-PRINT-SATELLITE-ROW UNTIL WS-SAT-EOF
           CLOSE SATARC-FILE.

       4700-PRINT-SATELLITE-ROW.
           IF SA-PNR NOT = PR-PNR
               PERFORM 8100-READ-SATELLITE
               EXIT PARAGRAPH
           END-IF

           MOVE SA-IMAGE TO WS-SAT-IMAGE
           MOVE SPACES TO LL-VALUE
           EVALUATE SA-SOURCE
               WHEN 'PNRSEG'
                   MOVE 'SEGMENT:' TO LL-LABEL
                   STRING SE-SEQ ' ' SE-FLT ' ' SE-ORIG '-' SE-DEST
                          ' ' SE-DATE ' ' SE-DEP '/' SE-ARR
                       DELIMITED BY SIZE INTO LL-VALUE
                   END-STRING
               WHEN 'PNRTAX'
                   MOVE 'TAX:' TO LL-LABEL
                   MOVE TP-AMT TO WS-AMT-DISP
                   STRING TP-STN ' ' TP-CODE ' ' WS-AMT-DISP
                          ' AUTH ' TP-AUTH ' ' TP-DATE
                       DELIMITED BY SIZE INTO LL-VALUE
                   END-STRING
               WHEN 'PNRXTND'
                   MOVE 'EXTENSION:' TO LL-LABEL
                   MOVE XD-TAX-AMT TO WS-AMT-DISP
                   STRING 'CLASS ' XD-CLASS ' ' XD-CURR
                          ' TAX ' WS-AMT-DISP ' PROMO ' XD-PROMO
                          ' AGENCY ' XD-AGENCY
                       DELIMITED BY SIZE INTO LL-VALUE
                   END-STRING
               WHEN 'UMGUARD'
                   MOVE 'GUARDIANS:' TO LL-LABEL
                   STRING 'DELIVER ' GU-DELIVER ' ' GU-DEL-VERIFIED
                          ' COLLECT ' GU-COLLECT ' ' GU-COL-VERIFIED
                       DELIMITED BY SIZE INTO LL-VALUE
                   END-STRING
               WHEN 'BOARDF'
                   MOVE 'BOARDED:' TO LL-LABEL
                   STRING BD-FLT ' ' BD-DATE ' PSGRS ' BD-BOARDED
                          ' LAST ' BD-LAST-TIME
                       DELIMITED BY SIZE INTO LL-VALUE
                   END-STRING
               WHEN 'BAGFILE'
                   MOVE 'BAG:' TO LL-LABEL
                   STRING BG-TAG ' ' BG-FLIGHT ' ' BG-DATE
                          ' PSGR ' BG-PSGR-IX ' STATUS ' BG-STATUS
                          ' KG ' BG-WEIGHT
                       DELIMITED BY SIZE INTO LL-VALUE
                   END-STRING
               WHEN 'PNRQUE'
                   MOVE 'QUEUE:' TO LL-LABEL
                   STRING QU-QUEUE ' ' QU-ADDED ' REASON ' QU-REASON
                          ' STATUS ' QU-STATUS ' ' QU-DONE-DATE
                       DELIMITED BY SIZE INTO LL-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE SA-SOURCE TO LL-LABEL
                   MOVE WS-SAT-IMAGE TO LL-VALUE
           END-EVALUATE
           WRITE WS-RPT-LINE FROM WS-LABEL-LINE

           PERFORM 8100-READ-SATELLITE.

       9000-FINALIZE-RUN.
           MOVE WS-MATCH-COUNT TO TL-COUNT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-SATELLITE.
           READ SATARC-FILE
               AT END
                   MOVE 'Y' TO WS-SAT-EOF-SW
           END-READ.
