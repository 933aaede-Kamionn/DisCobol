    *> DTL-RUN-ID is the run (or regional stream) that accepted the
    *> transaction, so the file reconciles against TM-RUN-ID on the
    *> processed-transaction master and against the dated output files.
    *> DTL-TRAN-AMOUNT is the amount as sent, in DTL-CURRENCY (spaces =
    *> base); DTL-BASE-AMOUNT is the same value converted at the
    *> business date's FXRATE rate, in the same signed format. Records
    *> written before conversion existed carry spaces in both and are
    *> already in base.
        05  DTL-RUN-ID             PIC X(16).
        05  FILLER                 PIC X(1).
        05  DTL-TRAN-ID            PIC X(10).
        05  DTL-TRAN-AMOUNT        PIC X(12).
        05  FILLER                 PIC X(1).
        05  DTL-TRAN-DETAIL        PIC X(76).
        05  FILLER                 PIC X(1).
        05  DTL-CURRENCY           PIC X(3).
        05  FILLER                 PIC X(1).
        05  DTL-BASE-AMOUNT        PIC X(12).

    01  TRAN-DETAIL-TRAILER.
        05  DTL-TRAILER-TYPE       PIC X(7).
        05  DTL-TRAILER-BYTES      PIC 9(8).
        05  FILLER                 PIC X(1).
        05  DTL-TRAILER-DATE       PIC 9(8).
        05  FILLER                 PIC X(102).
