    *>                 for Handler's next run,
    *>             W = write off - the business has abandoned the
    *>                 item and it is dropped from the master.
    *> COR-OPERATOR raised the correction and must hold SUSPCORR on
    *> OPERAUTH. A write-off also needs COR-APPROVED-BY, a second,
    *> different operator holding SUSPCORR.
        05  COR-ACTION             PIC X(1).
        05  FILLER                 PIC X(1).
        05  COR-TRAN-ID            PIC X(10).
        05  FILLER                 PIC X(1).
        05  COR-TRAN-DATA          PIC X(104).
        05  FILLER                 PIC X(1).
        05  COR-OPERATOR           PIC X(8).
        05  FILLER                 PIC X(1).
        05  COR-APPROVED-BY        PIC X(8).
