    01  FEE-DETAIL-RECORD.
    *> One record per accepted transaction priced by FeeCalc, written
    *> to the dated FEEDTL.yyyymmdd.OUT file. The month's earlier files
    *> are read back for the month-to-date totals and the volume that
    *> tiered rates are struck on.
    *> FEE-BASE-AMOUNT is the amount priced, as carried on TRANDTL.
    *> FEE-STATUS: P = priced; U = unpriced, no rate in effect for the
    *> region and prefix; A = unpriced, a percentage rate with an
    *> unreadable amount. Unpriced records carry a zero FEE-AMOUNT
    *> that is not a charge.
    *> FEE-MTD-SEQUENCE is the transaction's position in the month's
    *> volume for its region and prefix; FEE-TIER is the tier it fell
    *> in (zero for flat and percentage rates). FEE-SCHEDULE-FROM
    *> identifies the FEESCHD rate used.
        05  FEE-RUN-ID             PIC X(16).
        05  FILLER                 PIC X(1).
        05  FEE-TRAN-ID            PIC X(10).
        05  FILLER                 PIC X(1).
        05  FEE-REGION             PIC X(8).
        05  FILLER                 PIC X(1).
        05  FEE-TYPE-PREFIX        PIC X(2).
        05  FILLER                 PIC X(1).
        05  FEE-BASE-AMOUNT        PIC X(12).
        05  FILLER                 PIC X(1).
        05  FEE-STATUS             PIC X(1).
        05  FILLER                 PIC X(1).
        05  FEE-RATE-TYPE          PIC X(1).
        05  FILLER                 PIC X(1).
        05  FEE-TIER               PIC 9(1).
        05  FILLER                 PIC X(1).
        05  FEE-MTD-SEQUENCE       PIC 9(7).
        05  FILLER                 PIC X(1).
        05  FEE-SCHEDULE-FROM      PIC 9(8).
        05  FILLER                 PIC X(1).
        05  FEE-AMOUNT             PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

    01  FEE-DETAIL-TRAILER.
        05  FEE-TRAILER-TYPE       PIC X(7).
        05  FILLER                 PIC X(1).
        05  FEE-TRAILER-COUNT      PIC 9(7).
        05  FILLER                 PIC X(1).
        05  FEE-TRAILER-UNPRICED   PIC 9(7).
        05  FILLER                 PIC X(1).
        05  FEE-TRAILER-TOTAL      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  FEE-TRAILER-DATE       PIC 9(8).
