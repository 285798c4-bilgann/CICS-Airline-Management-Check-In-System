       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEAL.

      * =======================================================
      *   AUDIT TRAIL CHECK VALUE
      * =======================================================
      *   The one copy of the rule that seals an AUDTFIL entry to
      *   the one before it. The check value is worked over the
      *   entry as written - PNR, statuses, date, time, program,
      *   operator and its sequence number - starting from the
      *   previous entry's check value, so an entry edited,
      *   dropped or slipped in breaks every check after it.
      *   Plain COBOL with no CICS or file I-O, so AUDWRT online,
      *   the batch writers, DPMASK / DPSUBJ when they re-seal
      *   their masked copy and AUDVFY when it walks the trail
      *   all CALL it and cannot drift apart.
      *
      *   AH-PREV-CHECK  check value of the entry before (0 for
      *                  the first entry on the file)
      *   AH-RECORD      the 52-byte AUDTFIL entry, AU-SEQ set;
      *                  its AU-CHECK bytes are not part of it
      *   AH-CHECK       returned - the entry's check value
      * =======================================================

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Bytes 1-43 of the entry are sealed: the 34 bytes of the
      * entry proper and the 9-digit sequence number.
       01 WS-SEAL-LENGTH           PIC 9(2) VALUE 43.
       01 WS-SEAL-IX               PIC 9(2) VALUE 0.
       01 WS-SEAL-MODULUS          PIC 9(9) VALUE 999999937.
       01 WS-SEAL-WORK             PIC 9(18) COMP VALUE 0.

       LINKAGE SECTION.
       01 AH-PARM.
           05 AH-PREV-CHECK        PIC 9(9).
           05 AH-RECORD            PIC X(52).
           05 AH-CHECK             PIC 9(9).

       PROCEDURE DIVISION USING AH-PARM.

       0000-MAIN-SECTION.
           IF AH-PREV-CHECK NUMERIC
               MOVE AH-PREV-CHECK TO WS-SEAL-WORK
           ELSE
               MOVE 0 TO WS-SEAL-WORK
           END-IF

           PERFORM 1000-FOLD-ONE-BYTE
               VARYING WS-SEAL-IX FROM 1 BY 1
               UNTIL WS-SEAL-IX > WS-SEAL-LENGTH

           MOVE WS-SEAL-WORK TO AH-CHECK

           GOBACK.

      *    Each byte is folded in by its collating position; the
      *    prime modulus keeps the value inside nine digits.
       1000-FOLD-ONE-BYTE.
           COMPUTE WS-SEAL-WORK = FUNCTION MOD(
               WS-SEAL-WORK * 31
               + FUNCTION ORD(AH-RECORD(WS-SEAL-IX:1)),
               WS-SEAL-MODULUS).
