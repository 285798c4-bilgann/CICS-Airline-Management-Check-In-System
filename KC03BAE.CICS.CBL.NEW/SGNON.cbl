      *    and records who is at this terminal on a small TS
      *    queue named for the terminal. The other transactions
      *    read that queue to stamp the user onto every audit
      *    record, and AUTCHK reads it to enforce authority - the
      *    USRMSTR authority is the operator's role on the
      *    AUTHMTX matrix. PF3 signs the terminal off.
      * =======================================================

       01 WS-RESP                  PIC S9(8) COMP.
           05 US-AUTHORITY          PIC X.
               88 US-SUPERVISOR     VALUE 'S'.
               88 US-AGENT          VALUE 'A'.
               88 US-GATE           VALUE 'G'.
               88 US-OPS            VALUE 'O'.
               88 US-FINANCE        VALUE 'F'.
               88 US-ADMIN          VALUE 'M'.
           05 US-NAME               PIC X(20).
           05 US-STATUS             PIC X.
               88 US-ST-ACTIVE      VALUE 'A'.
               88 US-IS-LOCKED      VALUE 'L'.
           05 US-LAST-ACTIVE        PIC X(8).
           05 US-FORCE-CHANGE       PIC X.
           05 US-STATION            PIC X(3).

       01 WS-ABSTIME               PIC S9(15) COMP-3.
       01 WS-CURR-DATE             PIC X(8) VALUE SPACES.
