    01  REQUEUE-LOG-RECORD.
    *> One record per item Handler takes back in from TRANRSUB
    *> (repaired suspense items requeued by SuspWork) or HOLDRLSE
    *> (high-value items released by HoldRel), appended to the dated
    *> REQUEUE file as each item is processed. Both inputs are cleared
    *> once consumed, so this is the only record of what they
    *> brought into the day and where each item went.
    *> RQ-SOURCE: TRANRSUB or HOLDRLSE.
    *> RQ-RUN-ID is the run (or regional stream) that took the item
    *> in, as DTL-RUN-ID and SUSP-RUN-ID are for its outcome.
    *> RQ-OUTCOME: ACPT = accepted to TRANDTL, HELD = held on
    *> HOLDMSTR, otherwise the SUSP-REASON-CODE it was suspended with
    *> (DUPL for a duplicate).
    *> RQ-TRAN-DATA carries the TRANSACTION-RECORD as processed.
        05  RQ-SOURCE              PIC X(8).
        05  FILLER                 PIC X(1).
        05  RQ-RUN-ID              PIC X(16).
        05  FILLER                 PIC X(1).
        05  RQ-OUTCOME             PIC X(4).
        05  FILLER                 PIC X(1).
        05  RQ-TRAN-DATA           PIC X(104).
