    01  HOLD-REQUEST-RECORD.
    *> One signed-off release request against the held-items master,
    *> keyed by the TRAN-ID of the held item.
    *> HQ-ACTION: A = approve - the held TRANSACTION-RECORD is queued
    *>                 to HOLDRLSE for Handler's next run, where it
    *>                 is accepted without a second hold,
    *>            D = decline - the item is dropped from the master;
    *>                 HQ-REASON must say why.
    *> HQ-AUTHORIZED-BY names who signed the request off, must hold
    *> HOLDREL on OPERAUTH, and is carried onto the release report.
        05  HQ-ACTION              PIC X(1).
        05  FILLER                 PIC X(1).
        05  HQ-TRAN-ID             PIC X(10).
        05  FILLER                 PIC X(1).
        05  HQ-AUTHORIZED-BY       PIC X(8).
        05  FILLER                 PIC X(1).
        05  HQ-REASON              PIC X(30).
