    01  HOLD-MASTER-RECORD.
    *> One high-value transaction waiting for operator release on the
    *> held-items master (HOLDMSTR). Handler appends each item it
    *> holds; HoldRel applies the signed-off approve/decline requests
    *> and rewrites the master with only the items still held.
    *> HM-HELD-DATE is the business date the item was held and
    *> drives the business-day aging alert. HM-RUN-ID and HM-REGION
    *> say which run and regional stream held it.
    *> HM-TRAN-DATA carries the original TRANSACTION-RECORD unchanged
    *> so an approved item can be requeued to Handler as-is.
    *> HM-BASE-AMOUNT is TRAN-AMOUNT converted to base at the held
    *> date's FXRATE rate, in the same signed format, so held value
    *> can be totalled across currencies. Items held before it was
    *> carried hold spaces and are already in base.
        05  HM-HELD-DATE           PIC 9(8).
        05  FILLER                 PIC X(1).
        05  HM-RUN-ID              PIC X(16).
        05  FILLER                 PIC X(1).
        05  HM-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  HM-TRAN-DATA           PIC X(104).
        05  FILLER                 PIC X(1).
        05  HM-BASE-AMOUNT         PIC X(12).
