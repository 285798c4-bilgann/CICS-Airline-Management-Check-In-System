       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDWRT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * =======================================================
      *   SEALED AUDIT TRAIL WRITE
      * =======================================================
      *    LINKed to by every online program that logs a PNR
      *    status change, in place of writing AUDTFIL itself.
      *    The caller passes the entry; this program holds the
      *    AUDCTL control row for update while it numbers the
      *    entry (last sequence + 1), stamps the time it is
      *    written, seals it to the entry before through
      *    AUDSEAL, writes it and moves the control row on - so
      *    two terminals logging at once cannot take the same
      *    number or write their times out of order. The sealed
      *    entry goes back in the commarea. An entry that cannot
      *    be numbered is still written, unsealed, for AUDVFY to
      *    report rather than lost.
      * =======================================================

       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-AUDIT-RESP            PIC S9(8) COMP.

      * Audit trail control row - the last entry written.
       01 WS-AUDCTL-REC.
           05 AD-KEY               PIC X(8).
           05 AD-LAST-SEQ          PIC 9(9).
           05 AD-LAST-CHECK        PIC 9(9).
           05 AD-UPD-DATE          PIC X(8).
           05 AD-UPD-TIME          PIC X(6).
       01 WS-AUDCTL-RESP           PIC S9(8) COMP.
       01 WS-AUDCTL-FOUND          PIC X VALUE 'N'.

      * Parameter area for the shared AUDSEAL check routine.
       01 WS-AUDSEAL-PARM.
           05 AH-PREV-CHECK        PIC 9(9).
           05 AH-RECORD            PIC X(52).
           05 AH-CHECK             PIC 9(9).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 AU-PNR               PIC X(6).
           05 AU-OLD-STATUS        PIC X.
           05 AU-NEW-STATUS        PIC X.
           05 AU-DATE              PIC X(8).
           05 AU-TIME              PIC X(6).
           05 AU-PROGRAM           PIC X(4).
           05 AU-USER              PIC X(8).
           05 AU-SEQ               PIC 9(9).
           05 AU-CHECK             PIC 9(9).

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * =======================================================
      *                   MAIN LOGIC
      * =======================================================
       MAIN-SECTION.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 0 TO AU-SEQ
           MOVE 0 TO AU-CHECK

           MOVE 'AUDTFIL' TO AD-KEY
           EXEC CICS
               READ FILE('AUDCTL')
                    INTO(WS-AUDCTL-REC)
                    RIDFLD(AD-KEY)
                    UPDATE
                    RESP(WS-AUDCTL-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-AUDCTL-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-AUDCTL-FOUND
               WHEN WS-AUDCTL-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO WS-AUDCTL-FOUND
                   MOVE 'AUDTFIL' TO AD-KEY
                   MOVE 0 TO AD-LAST-SEQ
                   MOVE 0 TO AD-LAST-CHECK
               WHEN OTHER
                   PERFORM STAMP-AUDIT-TIME
                   PERFORM WRITE-AUDIT-ENTRY
                   EXEC CICS RETURN END-EXEC
           END-EVALUATE

           PERFORM STAMP-AUDIT-TIME
           PERFORM SEAL-AUDIT-ENTRY
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM UPDATE-AUDIT-CONTROL

           EXEC CICS RETURN END-EXEC.

      * =======================================================
      *   STAMP THE ENTRY WITH THE TIME IT IS WRITTEN
      * =======================================================
      *    Taken while the control row is held, so the trail's
      *    times run in the same order as its numbers.
       STAMP-AUDIT-TIME.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(AU-DATE)
                          TIME(AU-TIME)
           END-EXEC.

      * =======================================================
      *   NUMBER THE ENTRY AND SEAL IT TO THE ONE BEFORE
      * =======================================================
       SEAL-AUDIT-ENTRY.
           IF AD-LAST-SEQ NOT NUMERIC
               MOVE 0 TO AD-LAST-SEQ
           END-IF
           IF AD-LAST-CHECK NOT NUMERIC
               MOVE 0 TO AD-LAST-CHECK
           END-IF

           COMPUTE AU-SEQ = AD-LAST-SEQ + 1

           MOVE AD-LAST-CHECK TO AH-PREV-CHECK
           MOVE DFHCOMMAREA TO AH-RECORD
           CALL 'AUDSEAL' USING WS-AUDSEAL-PARM
           MOVE AH-CHECK TO AU-CHECK.

       WRITE-AUDIT-ENTRY.
           EXEC CICS
               WRITE FILE('AUDTFIL')
                     FROM(DFHCOMMAREA)
                     LENGTH(52)
                     RESP(WS-AUDIT-RESP)
           END-EXEC.

      *    The control row only moves on once the entry is on the
      *    file; a failed write leaves it where it was and the
      *    number is used again by the next entry.
       UPDATE-AUDIT-CONTROL.
           IF WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
               IF WS-AUDCTL-FOUND = 'Y'
                   EXEC CICS
                       UNLOCK FILE('AUDCTL')
                   END-EXEC
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE AU-SEQ TO AD-LAST-SEQ
           MOVE AU-CHECK TO AD-LAST-CHECK
           MOVE AU-DATE TO AD-UPD-DATE
           MOVE AU-TIME TO AD-UPD-TIME

           IF WS-AUDCTL-FOUND = 'Y'
               EXEC CICS
                   REWRITE FILE('AUDCTL')
                           FROM(WS-AUDCTL-REC)
                           RESP(WS-AUDCTL-RESP)
               END-EXEC
           ELSE
               EXEC CICS
                   WRITE FILE('AUDCTL')
                         FROM(WS-AUDCTL-REC)
                         RIDFLD(AD-KEY)
                         RESP(WS-AUDCTL-RESP)
               END-EXEC
           END-IF.
