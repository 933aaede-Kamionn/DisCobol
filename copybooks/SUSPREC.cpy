    *>          leading sign or non-numeric digits)
    *>   DUPL - TRAN-ID already on the processed-transaction master
    *>          (TRANMSTR), i.e. seen by a prior run
    *>   RVNF - reversal names an original TRAN-ID that is not on
    *>          TRANMSTR (or the master was unavailable to prove it)
    *>   RVRV - reversal names an original that is already reversed
    *>   RVAM - reversal amount does not exactly offset the original
    *>          (or is in a different currency from it)
    *>   CCYU - TRAN-CURRENCY is not a currency on the FXRATE file
    *>   CCYR - FXRATE has no rate for the currency on the business
    *>          date, so no base amount can be struck
    *> SUSP-TRAN-DATA carries the original TRANSACTION-RECORD unchanged
    *> so corrected records can be resubmitted as-is.
    *> SUSP-RUN-ID is the run (or regional stream) that rejected the
    *> transaction, as DTL-RUN-ID is for accepted ones; records
    *> written before it was carried hold spaces.
        05  SUSP-REASON-CODE       PIC X(4).
        05  FILLER                 PIC X(1).
        05  SUSP-TRAN-DATA         PIC X(104).
        05  FILLER                 PIC X(1).
        05  SUSP-RUN-ID            PIC X(16).
