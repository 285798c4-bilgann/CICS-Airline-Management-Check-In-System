           05 SN-GIVEN               PIC X(18).
           05 SN-STAMP               PIC X(14).

      *   Handling gateway feed - PL-TYPE tells the handler what
      *   each record is (PNL, ADD, DEL, or PTM from PTMEXT); the
      *   trailing filler is where PTMEXT carries its transfer
      *   detail, so every record on the feed is one length.
       FD  PNL-OUT
           RECORDING MODE IS F.
       01  WS-PNL-REC.
           05 PL-SURNAME            PIC X(16).
           05 PL-GIVEN              PIC X(18).
           05 PL-SEAT               PIC X(3).
           05 FILLER                PIC X(25).

       FD  EXTRACT-RPT
           RECORDING MODE IS F.
