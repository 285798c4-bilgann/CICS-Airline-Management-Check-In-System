               88 LH-ACCRUAL        VALUE 'A'.
               88 LH-REDEMPTION     VALUE 'R'.
               88 LH-ADJUSTMENT     VALUE 'J'.
               88 LH-PARTNER-ACCRUAL VALUE 'P'.
           05 LH-MILES              PIC 9(7).
           05 LH-DATE               PIC X(8).
           05 LH-TIME               PIC X(6).
           05 LH-PNR                PIC X(6).
      *    A partner accrual carries the partner's code here.
           05 LH-PARTNER REDEFINES LH-PNR
                                    PIC X(6).
      *    An adjustment carries its reason code here.
           05 LH-REASON REDEFINES LH-PNR
                                    PIC X(6).
           05 LH-PROGRAM            PIC X(4).

       FD  LOYALTY-FILE.
           IF LH-DATE(1:6) = WS-SEL-PERIOD
               PERFORM 4500-FIND-MEMBER-SLOT
               IF LH-PNR NOT = SPACES
                  AND (LH-ACCRUAL OR LH-REDEMPTION)
                   MOVE LH-PNR TO MB-LAST-PNR(WS-BX)
               END-IF
               EVALUATE TRUE
                   WHEN LH-ACCRUAL OR LH-PARTNER-ACCRUAL
                       ADD LH-MILES TO MB-ACCRUED(WS-BX)
                   WHEN LH-REDEMPTION
                       ADD LH-MILES TO MB-REDEEMED(WS-BX)
