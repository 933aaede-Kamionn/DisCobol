    *> STREAM-OUTPUT-PREFIX is the leading node of the region's dated
    *> output file: <prefix>.<yyyymmdd>.OUT, each file carrying its
    *> own trailer.
    *> STREAM-CURRENCY is the region's trading currency, the one its
    *> TRANCTL control totals are stated in; spaces mean the base
    *> currency.
        05  STREAM-REGION          PIC X(8).
        05  FILLER                 PIC X(1).
        05  STREAM-TRANSIN-NAME    PIC X(20).
        05  FILLER                 PIC X(1).
        05  STREAM-OUTPUT-PREFIX   PIC X(8).
        05  FILLER                 PIC X(1).
        05  STREAM-CURRENCY        PIC X(3).
