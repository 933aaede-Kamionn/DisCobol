    01  RETURN-HEADER-RECORD.
    *> Fixed-format reject return file sent back to the feed provider
    *> each business day, one file per region: <prefix>.yyyymmdd.RTN
    *> using the region's STREAM-OUTPUT-PREFIX, or RETURN.yyyymmdd.RTN
    *> on a single-feed day (and for rejects whose region cannot be
    *> resolved, under region UNKNOWN). One header, one RETURN record
    *> per rejected transaction, one trailer; a region with no
    *> rejects still gets a header and a zero trailer.
        05  RH-RECORD-TYPE         PIC X(7).
        05  FILLER                 PIC X(1).
        05  RH-BUSINESS-DATE       PIC 9(8).
        05  FILLER                 PIC X(1).
        05  RH-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  RH-RUN-ID              PIC X(16).

    01  RETURN-ITEM-RECORD.
    *> RI-TRAN-AMOUNT is the TRAN-AMOUNT exactly as the provider sent
    *> it (a BADA reject may not be numeric). RI-RUN-ID is the run or
    *> regional stream that rejected the transaction (SUSP-RUN-ID).
        05  RI-RECORD-TYPE         PIC X(7).
        05  FILLER                 PIC X(1).
        05  RI-TRAN-ID             PIC X(10).
        05  FILLER                 PIC X(1).
        05  RI-REASON-CODE         PIC X(4).
        05  FILLER                 PIC X(1).
        05  RI-REASON-TEXT         PIC X(30).
        05  FILLER                 PIC X(1).
        05  RI-TRAN-AMOUNT         PIC X(12).
        05  FILLER                 PIC X(1).
        05  RI-RUN-ID              PIC X(16).

    01  RETURN-TRAILER-RECORD.
    *> RT-VALUE-TOTAL is the signed sum of every readable
    *> RI-TRAN-AMOUNT; RT-UNVALUED-COUNT says how many items had an
    *> amount that could not be read and are counted but not valued.
        05  RT-RECORD-TYPE         PIC X(7).
        05  FILLER                 PIC X(1).
        05  RT-ITEM-COUNT          PIC 9(7).
        05  FILLER                 PIC X(1).
        05  RT-VALUE-TOTAL         PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  RT-UNVALUED-COUNT      PIC 9(7).
