               88 US-IS-LOCKED      VALUE 'L'.
           05 US-LAST-ACTIVE        PIC X(8).
           05 US-FORCE-CHANGE       PIC X.
           05 US-STATION            PIC X(3).

       FD  REVIEW-RPT
           RECORDING MODE IS F.
