           05 OP-ACT-ARR              PIC X(4).
           05 OP-DELAY-CODE           PIC X(2).
           05 OP-DELAY-MINS           PIC 9(3).
      *    Where the flight landed instead, and its recovery
      *    flight - loaded by OPSLOAD, worked by DIVRCV.
           05 OP-DIVERSION            PIC X(30).

       FD  CODE-FILE.
       01  WS-CODE-REC.
           05 DC-CODE                 PIC X(2).
           05 DC-DESC                 PIC X(20).
           05 DC-CONTROL              PIC X.

       FD  FLSR-FILE.
       01  WS-FLSR-REC.
