    01  HOLD-LIMIT-RECORD.
    *> One value limit per transaction type prefix (the first two
    *> characters of TRAN-ID), maintained by operations in HVLIMIT.
    *> Handler holds any otherwise-acceptable transaction whose
    *> base-currency amount, ignoring sign, is above HL-LIMIT-AMOUNT
    *> instead of accepting it, so a limit is set in base whatever
    *> the region's currency. A prefix with no record here is never
    *> held.
        05  HL-TYPE-PREFIX         PIC X(2).
        05  FILLER                 PIC X(1).
        05  HL-LIMIT-AMOUNT        PIC 9(9)V99.
