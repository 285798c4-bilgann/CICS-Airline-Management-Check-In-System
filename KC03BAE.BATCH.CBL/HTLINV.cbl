       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTLINV.

      * =======================================================
      *   MONTHLY MATCH OF HOTEL INVOICES AGAINST VOUCHERS
      * =======================================================
      *   The disruption hotels invoice monthly, one line per
      *   voucher they took. This job matches the month's
      *   invoice lines (HTLINVIN) against the HVCHREG register
      *   HTLVCH issues into:
      *     - a line for a voucher we issued to that hotel and
      *       not yet billed is matched, and the voucher is
      *       marked billed with the invoice number and amount;
      *     - a line over the voucher's amount is accepted at
      *       the voucher's amount and the excess disputed;
      *     - a line for a voucher we never issued, issued to a
      *       different hotel, or already billed on an earlier
      *       invoice is disputed in full.
      *   It then lists every voucher for a night up to the
      *   month's end that no hotel has billed yet, so the
      *   station can chase what is still to come in. The
      *   report totals what was invoiced, accepted and
      *   disputed. Control card: the month, YYYYMM.
      * =======================================================

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-IN ASSIGN TO HTLINVIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT HVCH-FILE ASSIGN TO HVCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HV-NUMBER
               FILE STATUS IS WS-HVC-STATUS.

           SELECT MATCH-RPT ASSIGN TO HTLIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *   One line of a hotel's monthly invoice.
       FD  INV-IN
           RECORDING MODE IS F.
       01  WS-INV-REC.
           05 IV-STATION              PIC X(3).
           05 IV-HOTEL                PIC X(4).
           05 IV-INVOICE              PIC X(12).
           05 IV-VOUCHER              PIC X(10).
           05 IV-AMOUNT               PIC 9(5)V99.

      *   Hotel and meal voucher register, written by HTLVCH.
       FD  HVCH-FILE.
       01  WS-HVCH-REC.
           05 HV-NUMBER               PIC X(10).
           05 HV-TYPE                 PIC X(1).
               88 HV-HOTEL-VOUCHER    VALUE 'H'.
               88 HV-MEAL-VOUCHER     VALUE 'M'.
               88 HV-CONTROL          VALUE 'K'.
           05 HV-PNR                  PIC X(6).
           05 HV-FLIGHT               PIC X(6).
           05 HV-FLT-DATE             PIC X(8).
           05 HV-STATION              PIC X(3).
           05 HV-HOTEL                PIC X(4).
           05 HV-NIGHT                PIC X(8).
           05 HV-PAX                  PIC 9(2).
           05 HV-ROOMS                PIC 9(2).
           05 HV-AMOUNT               PIC 9(5)V99.
           05 HV-CURR                 PIC X(3).
           05 HV-ISSUE-DATE           PIC X(8).
           05 HV-ISSUE-TIME           PIC X(6).
           05 HV-STATUS               PIC X(1).
               88 HV-ST-ISSUED        VALUE 'I'.
               88 HV-ST-BILLED        VALUE 'B'.
           05 HV-INVOICE              PIC X(12).
           05 HV-INV-DATE             PIC X(8).
           05 HV-INV-AMT              PIC 9(5)V99.
           05 HV-LAST-SEQ             PIC 9(8).

       FD  MATCH-RPT
           RECORDING MODE IS F.
       01  WS-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-IN-STATUS                PIC X(2) VALUE SPACES.
       01 WS-HVC-STATUS               PIC X(2) VALUE SPACES.
           88 WS-HVC-OK               VALUE '00'.
       01 WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01 WS-EOF-SW                   PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01 WS-HVC-EOF-SW               PIC X VALUE 'N'.
           88 WS-HVC-DONE             VALUE 'Y'.

       01 WS-CONTROL-CARD.
           05 CC-MONTH                PIC X(6).

       01 WS-RUN-MONTH                PIC X(6) VALUE SPACES.

       01 WS-CURR-DATE                PIC X(8) VALUE SPACES.
       01 WS-TODAY.
           05 WS-TODAY-YY             PIC 9(2).
           05 WS-TODAY-MM             PIC 9(2).
           05 WS-TODAY-DD             PIC 9(2).

       01 WS-ACCEPT-AMT               PIC 9(5)V99 VALUE 0.
       01 WS-DISPUTE-AMT              PIC 9(5)V99 VALUE 0.

       01 WS-LINE-COUNT               PIC 9(5) VALUE 0.
       01 WS-INVOICED-AMT             PIC 9(9)V99 VALUE 0.
       01 WS-MATCHED-COUNT            PIC 9(5) VALUE 0.
       01 WS-ACCEPTED-AMT             PIC 9(9)V99 VALUE 0.
       01 WS-DISPUTED-COUNT           PIC 9(5) VALUE 0.
       01 WS-DISPUTED-AMT             PIC 9(9)V99 VALUE 0.
       01 WS-OPEN-COUNT               PIC 9(5) VALUE 0.
       01 WS-OPEN-AMT                 PIC 9(9)V99 VALUE 0.

       01 WS-HEADING-1.
           05 FILLER                  PIC X(34)
               VALUE 'HOTEL INVOICE MATCH - MONTH '.
           05 HD-MONTH                PIC X(6).

       01 WS-HEADING-2.
           05 FILLER                  PIC X(9) VALUE 'STN HOTL'.
           05 FILLER                  PIC X(13) VALUE 'INVOICE'.
           05 FILLER                  PIC X(11) VALUE 'VOUCHER'.
           05 FILLER                  PIC X(10) VALUE '  INVOICED'.
           05 FILLER                  PIC X(11) VALUE '   DISPUTED'.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 FILLER                  PIC X(6) VALUE 'RESULT'.

       01 WS-DETAIL-LINE.
           05 DT-STATION              PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-HOTEL                PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-INVOICE              PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-VOUCHER              PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-AMOUNT               PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-DISPUTED             PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 DT-RESULT               PIC X(24).

       01 WS-OPEN-HEADING.
           05 FILLER                  PIC X(40)
               VALUE 'ISSUED AND NOT YET INVOICED'.

       01 WS-OPEN-LINE.
           05 OL-STATION              PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OL-HOTEL                PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OL-VOUCHER              PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OL-TYPE                 PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OL-PNR                  PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OL-FLIGHT               PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OL-NIGHT                PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 OL-AMOUNT               PIC ZZZZZZ9.99.

       01 WS-TOTAL-LINE-1.
           05 FILLER                  PIC X(24)
               VALUE 'INVOICE LINES:          '.
           05 TL-LINES                PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-INVOICED-AMT         PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-2.
           05 FILLER                  PIC X(24)
               VALUE 'MATCHED TO A VOUCHER:   '.
           05 TL-MATCHED              PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-ACCEPTED-AMT         PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-3.
           05 FILLER                  PIC X(24)
               VALUE 'DISPUTED:               '.
           05 TL-DISPUTED             PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-DISPUTED-AMT         PIC ZZZZZZZZ9.99.

       01 WS-TOTAL-LINE-4.
           05 FILLER                  PIC X(24)
               VALUE 'NOT YET INVOICED:       '.
           05 TL-OPEN                 PIC ZZZZ9.
           05 FILLER                  PIC X(8) VALUE '  TOTAL '.
           05 TL-OPEN-AMT             PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-SECTION.
           PERFORM 1000-INITIALIZE-RUN
           PERFORM 2000-PROCESS-INVOICE-LINES UNTIL WS-EOF
           PERFORM 3000-START-OPEN-PASS
           PERFORM 3100-PROCESS-OPEN-VOUCHERS UNTIL WS-HVC-DONE
           PERFORM 9000-FINALIZE-RUN
           STOP RUN.

       1000-INITIALIZE-RUN.
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           MOVE CC-MONTH TO WS-RUN-MONTH

           ACCEPT WS-TODAY FROM DATE
           MOVE '20' TO WS-CURR-DATE(1:2)
           MOVE WS-TODAY-YY TO WS-CURR-DATE(3:2)
           MOVE WS-TODAY-MM TO WS-CURR-DATE(5:2)
           MOVE WS-TODAY-DD TO WS-CURR-DATE(7:2)

           OPEN INPUT INV-IN
           OPEN I-O HVCH-FILE
           OPEN OUTPUT MATCH-RPT

           MOVE WS-RUN-MONTH TO HD-MONTH
           WRITE WS-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-HEADING-2

           PERFORM 8000-READ-INVOICE.

      * =======================================================
      *   PASS 1 - EACH INVOICE LINE AGAINST THE REGISTER
      * =======================================================
       2000-PROCESS-INVOICE-LINES.
           PERFORM 2100-MATCH-LINE
           PERFORM 8000-READ-INVOICE.

       2100-MATCH-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE IV-STATION TO DT-STATION
           MOVE IV-HOTEL TO DT-HOTEL
           MOVE IV-INVOICE TO DT-INVOICE
           MOVE IV-VOUCHER TO DT-VOUCHER
           ADD 1 TO WS-LINE-COUNT

           IF IV-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - BAD AMOUNT' TO DT-RESULT
               WRITE WS-RPT-LINE FROM WS-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE IV-AMOUNT TO DT-AMOUNT
           ADD IV-AMOUNT TO WS-INVOICED-AMT

           MOVE IV-VOUCHER TO HV-NUMBER
           READ HVCH-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN NOT WS-HVC-OK
                 OR HV-CONTROL
                 OR IV-VOUCHER = SPACES
                   MOVE 'NOT ISSUED BY US' TO DT-RESULT
                   PERFORM 2500-DISPUTE-IN-FULL
               WHEN HV-STATION NOT = IV-STATION
                 OR HV-HOTEL NOT = IV-HOTEL
                   MOVE 'ISSUED TO ANOTHER HOTEL' TO DT-RESULT
                   PERFORM 2500-DISPUTE-IN-FULL
               WHEN HV-ST-BILLED
                   STRING 'BILLED ON ' HV-INVOICE
                       DELIMITED BY SIZE INTO DT-RESULT
                   END-STRING
                   PERFORM 2500-DISPUTE-IN-FULL
               WHEN OTHER
                   PERFORM 2300-ACCEPT-LINE
           END-EVALUATE

           WRITE WS-RPT-LINE FROM WS-DETAIL-LINE.

      *    The voucher caps what we pay - anything over it is
      *    disputed and the voucher still counts as billed.
       2300-ACCEPT-LINE.
           IF IV-AMOUNT > HV-AMOUNT
               MOVE HV-AMOUNT TO WS-ACCEPT-AMT
               COMPUTE WS-DISPUTE-AMT = IV-AMOUNT - HV-AMOUNT
               MOVE 'OVER THE VOUCHER' TO DT-RESULT
               MOVE WS-DISPUTE-AMT TO DT-DISPUTED
               ADD 1 TO WS-DISPUTED-COUNT
               ADD WS-DISPUTE-AMT TO WS-DISPUTED-AMT
           ELSE
               MOVE IV-AMOUNT TO WS-ACCEPT-AMT
               MOVE 'MATCHED' TO DT-RESULT
           END-IF

           MOVE 'B' TO HV-STATUS
           MOVE IV-INVOICE TO HV-INVOICE
           MOVE WS-CURR-DATE TO HV-INV-DATE
           MOVE IV-AMOUNT TO HV-INV-AMT
           REWRITE WS-HVCH-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-ACCEPT-AMT TO WS-ACCEPTED-AMT.

       2500-DISPUTE-IN-FULL.
           MOVE IV-AMOUNT TO DT-DISPUTED
           ADD 1 TO WS-DISPUTED-COUNT
           ADD IV-AMOUNT TO WS-DISPUTED-AMT.

      * =======================================================
      *   PASS 2 - VOUCHERS NO HOTEL HAS BILLED YET
      * =======================================================
       3000-START-OPEN-PASS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           WRITE WS-RPT-LINE FROM WS-OPEN-HEADING

           MOVE LOW-VALUES TO HV-NUMBER
           START HVCH-FILE KEY >= HV-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-HVC-EOF-SW
           END-START

           IF NOT WS-HVC-DONE
               PERFORM 8100-READ-VOUCHER
           END-IF.

       3100-PROCESS-OPEN-VOUCHERS.
           IF HV-ST-ISSUED
              AND NOT HV-CONTROL
              AND HV-NIGHT(1:6) <= WS-RUN-MONTH
               MOVE SPACES TO WS-OPEN-LINE
               MOVE HV-STATION TO OL-STATION
               MOVE HV-HOTEL TO OL-HOTEL
               MOVE HV-NUMBER TO OL-VOUCHER
               MOVE HV-TYPE TO OL-TYPE
               MOVE HV-PNR TO OL-PNR
               MOVE HV-FLIGHT TO OL-FLIGHT
               MOVE HV-NIGHT TO OL-NIGHT
               MOVE HV-AMOUNT TO OL-AMOUNT
               WRITE WS-RPT-LINE FROM WS-OPEN-LINE
               ADD 1 TO WS-OPEN-COUNT
               ADD HV-AMOUNT TO WS-OPEN-AMT
           END-IF

           PERFORM 8100-READ-VOUCHER.

       9000-FINALIZE-RUN.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-LINE-COUNT TO TL-LINES
           MOVE WS-INVOICED-AMT TO TL-INVOICED-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-1
           MOVE WS-MATCHED-COUNT TO TL-MATCHED
           MOVE WS-ACCEPTED-AMT TO TL-ACCEPTED-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-2
           MOVE WS-DISPUTED-COUNT TO TL-DISPUTED
           MOVE WS-DISPUTED-AMT TO TL-DISPUTED-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-3
           MOVE WS-OPEN-COUNT TO TL-OPEN
           MOVE WS-OPEN-AMT TO TL-OPEN-AMT
           WRITE WS-RPT-LINE FROM WS-TOTAL-LINE-4

           CLOSE INV-IN
           CLOSE HVCH-FILE
           CLOSE MATCH-RPT.

       8000-READ-INVOICE.
           READ INV-IN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
           END-READ.

       8100-READ-VOUCHER.
           READ HVCH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HVC-EOF-SW
           END-READ.
