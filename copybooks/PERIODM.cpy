    01  PERIOD-MASTER-RECORD.
    *> Period-to-date totals, indexed by PM-KEY: one record per
    *> accounting period (YYYYMM), region and transaction-type prefix
    *> (first two characters of TRAN-ID). DayClose adds each closed
    *> business day's accepted detail and suspense counts and stamps
    *> the date last added, so a rerun of the close cannot add the
    *> same day twice. Single-feed days (no STREAMS file) carry a
    *> region of spaces; a detail or suspense record whose stream
    *> can no longer be matched to STREAMS is held under UNKNOWN.
    *> MonthEnd reports the period from this file and closes it.
        05  PM-KEY.
            10  PM-PERIOD          PIC 9(6).
            10  PM-REGION          PIC X(8).
            10  PM-TYPE-PREFIX     PIC X(2).
        05  PM-ACCEPTED-COUNT      PIC 9(9).
        05  PM-ACCEPTED-AMOUNT     PIC S9(13)V99 SIGN LEADING SEPARATE.
        05  PM-REJECT-COUNT        PIC 9(9).
        05  PM-DUPLICATE-COUNT     PIC 9(9).
        05  PM-LAST-DATE           PIC 9(8).
